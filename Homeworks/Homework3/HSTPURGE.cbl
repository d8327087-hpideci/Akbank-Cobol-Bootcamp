       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSTPURGE.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- RETENTION AND PURGE FOR THE CYCLED HISTORY FILES. EVERY
      *      HISTORY IN THE SUITE IS COPIED WHOLE INTO ITS NEXT
      *      GENERATION EACH RUN (THE DORMTRK XXXI IN, XXXO OUT
      *      PATTERN), SO NOTHING EVER LEAVES. THIS HOUSEKEEPING STEP
      *      RUNS BETWEEN TWO GENERATIONS OF EACH FILE - IT READS THE
      *      CURRENT ONE UNDER THE SAME DD NAME ITS OWNING PROGRAM
      *      READS, AND WRITES THE NEXT ONE UNDER THE SAME DD NAME
      *      THE OWNER WRITES - AND DROPS WHAT IS PAST ITS RETENTION:
      *        AUDHIST  AUDHISTI -> AUDHISTO  (AUDARCH)
      *        TRNJRNL  TRNJRNLI -> TRNJRNLO  (TRNPOST)
      *        DORMHST  DORMHSTI -> DORMHSTO  (DORMTRK)
      *        ACCRHST  ACCRHSTI -> ACCRHSTO  (INTACCR)
      *        ORPHHST  ORPHHSTI -> ORPHHSTO  (ORPHCHK)
      *        EXCWB    EXCWBI   -> EXCWBO    (EXCWB)
      *        REJRECYC RJOLDIN  -> RJAGEDO   (REJRECYC)
      *        SUSPDISP SUSPOLD  -> SUSPNEW   (SUSPDISP)
      *        SNAPHST  SNAPHSTI -> SNAPHSTO  (BALSNAP)
      *      THE OPS-MAINTAINED RETNTAB GIVES, PER FILE, THE
      *      RETENTION (A COUNT OF DAYS OR MONTHS), WHAT COUNTS AS
      *      CLOSED, AND WHETHER A PURGED RECORD GOES TO THE ARCHIVE
      *      TAPE EXTRACT (ARCHOUT) BEFORE IT LEAVES. A FILE WITH NO
      *      RETNTAB LINE IS COPIED WHOLE. AGE IS TAKEN FROM THE
      *      RECORD'S OWN DATE WHERE IT HAS ONE (AUDHIST, TRNJRNL,
      *      ACCRHST, SNAPHST) AND FROM ITS RUNS COUNTER OTHERWISE,
      *      ONE RUN PER BUSINESS DAY, SO A RUN-COUNTED RECORD IS
      *      NEVER OLDER THAN IT LOOKS.
      *      WHATEVER THE TABLE SAYS, FOUR THINGS ARE NEVER DROPPED:
      *      AN AUDIT RECORD DATED AFTER THE LAST PERIOD STMTMEND
      *      CLOSED (MENDCTL - NO MENDCTL MEANS NO PERIOD IS CLOSED),
      *      A TRNJRNL REFERENCE STILL INSIDE THE DUPLICATE-DETECTION
      *      WINDOW (THE DUPWINDW LINE ON RETNTAB, WHICH TRNPOST READS
      *      TOO - NO USABLE LINE MEANS NO JOURNAL RECORD IS DROPPED),
      *      A SNAPSHOT DATED IN THE CURRENT MONTH OR INSIDE THE
      *      DORMANCY THRESHOLD (CTLPARM, 365 DAYS WITHOUT IT) -
      *      MISRPT AVERAGES THE MONTH AND FEECHRG CHARGES DEBIT
      *      INTEREST ON EVERY OVERDRAWN DAY THAT FAR BACK -
      *      AND ANY SUSPDISP CARRY-FORWARD ITEM - IT IS
      *      UNPOSTED MONEY, AND ONLY ITS DISPOSITION BY SUSPDISP MAY
      *      TAKE IT OFF THE FILE. PURGRPT SHOWS PER FILE THE RECORDS
      *      KEPT (AND HOW MANY OF THOSE A GUARD HELD), ARCHIVED AND
      *      DROPPED, AND THE RUN ENDS 8 IF ANY FILE'S COUNTS DO NOT
      *      ADD BACK TO WHAT WAS READ OR IF RETNTAB GIVES SUSPDISP A
      *      RULE OTHER THAN CLOSED 'N'.
      *2026-10-15 HCP SUSPDISP CARRY-FORWARD ITEMS ARE NEVER PURGED.
      *           THEY WERE ARCHIVED AND DROPPED ONCE PAST RETENTION,
      *           WHICH TOOK UNRESOLVED SUSPENSE MONEY OFF THE BOOKS.
      *           A RETNTAB LINE FOR SUSPDISP THAT WOULD ALLOW A PURGE
      *           IS NOW REPORTED AS AN INVALID RULE AND ENDS THE RUN 8.
      *2026-10-15 HCP UNLDAFT RECORD CORRECTED TO IDXUNLD'S 97 BYTES -
      *           THE LIVE-ACCOUNT GUARD NEVER LOADED FROM THE REAL
      *           FILE.
      *2026-10-15 HCP THE DUPLICATE WINDOW IS NO LONGER FIXED HERE AT
      *           400 DAYS. IT IS THE DUPWINDW LINE ON RETNTAB, THE SAME
      *           LINE TRNPOST NOW REJECTS OLDER MOVEMENTS BY, SO THE
      *           JOURNAL IS NEVER PURGED SHORTER THAN TRNPOST TRUSTS
      *           IT. WITHOUT A USABLE LINE THE JOURNAL IS KEPT WHOLE;
      *           A LINE THAT IS THERE BUT UNUSABLE ALSO ENDS THE RUN 8.
      *2026-10-15 HCP THE BALSNAP SNAPSHOT HISTORY IS NOW PURGED TOO,
      *           AGED ON THE SNAPSHOT DATE UNDER ITS OWN SNAPHST LINE
      *           ON RETNTAB (NEW DD PAIR SNAPHSTI/SNAPHSTO). NO
      *           SNAPSHOT MISRPT OR FEECHRG STILL READS IS DROPPED,
      *           HOWEVER SHORT THE LINE (NEW OPTIONAL DD CTLPARM).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-FILE ASSIGN TO RETNTAB
                             STATUS ST-RETENTION.
           SELECT MEND-CTL-FILE ASSIGN TO MENDCTL
                             STATUS ST-MENDCTL.
           SELECT AFTER-FILE  ASSIGN TO UNLDAFT
                             STATUS ST-AFTER.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT AUDH-IN-FILE ASSIGN TO AUDHISTI
                             STATUS ST-AUDH-IN.
           SELECT AUDH-OUT-FILE ASSIGN TO AUDHISTO
                             STATUS ST-AUDH-OUT.
           SELECT JRNL-IN-FILE ASSIGN TO TRNJRNLI
                             STATUS ST-JRNL-IN.
           SELECT JRNL-OUT-FILE ASSIGN TO TRNJRNLO
                             STATUS ST-JRNL-OUT.
           SELECT DORM-IN-FILE ASSIGN TO DORMHSTI
                             STATUS ST-DORM-IN.
           SELECT DORM-OUT-FILE ASSIGN TO DORMHSTO
                             STATUS ST-DORM-OUT.
           SELECT ACCR-IN-FILE ASSIGN TO ACCRHSTI
                             STATUS ST-ACCR-IN.
           SELECT ACCR-OUT-FILE ASSIGN TO ACCRHSTO
                             STATUS ST-ACCR-OUT.
           SELECT ORPH-IN-FILE ASSIGN TO ORPHHSTI
                             STATUS ST-ORPH-IN.
           SELECT ORPH-OUT-FILE ASSIGN TO ORPHHSTO
                             STATUS ST-ORPH-OUT.
           SELECT EXCW-IN-FILE ASSIGN TO EXCWBI
                             STATUS ST-EXCW-IN.
           SELECT EXCW-OUT-FILE ASSIGN TO EXCWBO
                             STATUS ST-EXCW-OUT.
           SELECT REJC-IN-FILE ASSIGN TO RJOLDIN
                             STATUS ST-REJC-IN.
           SELECT REJC-OUT-FILE ASSIGN TO RJAGEDO
                             STATUS ST-REJC-OUT.
           SELECT SUSP-IN-FILE ASSIGN TO SUSPOLD
                             STATUS ST-SUSP-IN.
           SELECT SUSP-OUT-FILE ASSIGN TO SUSPNEW
                             STATUS ST-SUSP-OUT.
           SELECT SNAP-IN-FILE ASSIGN TO SNAPHSTI
                             STATUS ST-SNAP-IN.
           SELECT SNAP-OUT-FILE ASSIGN TO SNAPHSTO
                             STATUS ST-SNAP-OUT.
           SELECT CONTROL-FILE ASSIGN TO CTLPARM
                             STATUS ST-CTLPARM.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHOUT
                             STATUS ST-ARCHIVE.
           SELECT REPORT-FILE ASSIGN TO PURGRPT
                             STATUS ST-REPORT.
       DATA DIVISION.
       FILE SECTION.
      *---- ONE LINE PER FILE: ITS NAME AS LISTED ABOVE, THE
      *      RETENTION COUNT AND UNIT ('D' DAYS, 'M' MONTHS), WHAT
      *      COUNTS AS CLOSED AND THE ARCHIVE-FIRST FLAG ('Y'/'N').
      *      CLOSED IS 'A' - ANY RECORD, AGE ALONE DECIDES; 'G' - ONLY
      *      A RECORD WHOSE ACCOUNT HAS GONE FROM THE BOOKS (NOT ON
      *      THE AFTER-RUN UNLOAD), SINCE A LIVE ACCOUNT'S ENTRY IS
      *      STILL IN USE BY ITS OWNER; 'N' - NEVER, THE FILE IS ONLY
      *      COUNTED.
      *      ONE MORE LINE IS NOT A FILE: DUPWINDW, A COUNT OF DAYS
      *      ('D' ONLY, CLOSED AND ARCHIVE 'N'), IS HOW FAR BACK A
      *      RESUBMITTED OR RERUN TRNIN FILE MUST STILL BE CAUGHT BY
      *      TRNPOST'S REFERENCE CHECK. TRNPOST REJECTS A MOVEMENT
      *      VALUE-DATED BEFORE IT, AND NO TRNJRNL REFERENCE INSIDE IT
      *      IS EVER DROPPED. WIDENING IT DOES NOT BRING BACK WHAT AN
      *      EARLIER RUN ALREADY PURGED.
       FD  RETENTION-FILE RECORDING MODE F.
         01  RET-REC.
           05 RET-FILE-I            PIC X(08).
           05 FILLER                PIC X(01).
           05 RET-PERIOD-I          PIC 9(04).
           05 FILLER                PIC X(01).
           05 RET-UNIT-I            PIC X(01).
             88 RET-UNIT-VALID                VALUE 'D' 'M'.
           05 FILLER                PIC X(01).
           05 RET-CLOSED-I          PIC X(01).
             88 RET-CLOSED-VALID              VALUE 'A' 'G' 'N'.
           05 FILLER                PIC X(01).
           05 RET-ARCHIVE-I         PIC X(01).
      *---- SAME RECORD STMTMEND WRITES WHEN A PERIOD CLOSES.
       FD  MEND-CTL-FILE RECORDING MODE F.
         01  MEND-CTL-REC.
           05 MCTL-CLOSED-DATE      PIC 9(08).
      *---- SAME LAYOUT IDXUNLD WRITES - ONLY THE KEY IS USED HERE.
       FD  AFTER-FILE RECORDING MODE F.
         01  AFTER-REC.
           05 AFT-ID-I              PIC X(05).
           05 FILLER                PIC X(01).
           05 AFT-DVZ-I             PIC X(03).
           05 FILLER                PIC X(88).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
      *---- SAME 65-BYTE AUDIT LAYOUT AUDARCH ARCHIVES. THE DATE IS
      *      THE FIRST EIGHT BYTES OF THE RUN TIMESTAMP.
       FD  AUDH-IN-FILE RECORDING MODE F.
         01  AUDH-IN-REC.
           05 FILLER                PIC X(42).
           05 AUDH-DATE-I           PIC X(08).
           05 FILLER                PIC X(15).
       FD  AUDH-OUT-FILE RECORDING MODE F.
         01  AUDH-OUT-REC           PIC X(65).
      *---- SAME LAYOUT TRNPOST WRITES TRNJRNLO FROM.
       FD  JRNL-IN-FILE RECORDING MODE F.
         01  JRNL-IN-REC.
           05 JRNL-REF-I            PIC X(12).
           05 FILLER                PIC X(01).
           05 JRNL-DATE-I           PIC X(08).
           05 FILLER                PIC X(84).
       FD  JRNL-OUT-FILE RECORDING MODE F.
         01  JRNL-OUT-REC           PIC X(105).
      *---- SAME LAYOUT DORMTRK CYCLES.
       FD  DORM-IN-FILE RECORDING MODE F.
         01  DORM-IN-REC.
           05 DORM-ID-I             PIC X(05).
           05 FILLER                PIC X(01).
           05 DORM-DVZ-I            PIC X(03).
           05 FILLER                PIC X(01).
           05 DORM-RUNS-I           PIC X(05).
       FD  DORM-OUT-FILE RECORDING MODE F.
         01  DORM-OUT-REC           PIC X(15).
      *---- SAME LAYOUT INTACCR CYCLES.
       FD  ACCR-IN-FILE RECORDING MODE F.
         01  ACCR-IN-REC.
           05 ACCR-ID-I             PIC X(05).
           05 FILLER                PIC X(01).
           05 ACCR-DVZ-I            PIC X(03).
           05 FILLER                PIC X(01).
           05 ACCR-DATE-I           PIC X(08).
       FD  ACCR-OUT-FILE RECORDING MODE F.
         01  ACCR-OUT-REC           PIC X(18).
      *---- SAME LAYOUT ORPHCHK CYCLES.
       FD  ORPH-IN-FILE RECORDING MODE F.
         01  ORPH-IN-REC.
           05 ORPH-ID-I             PIC X(05).
           05 FILLER                PIC X(01).
           05 ORPH-DVZ-I            PIC X(03).
           05 FILLER                PIC X(01).
           05 ORPH-RUNS-I           PIC X(05).
       FD  ORPH-OUT-FILE RECORDING MODE F.
         01  ORPH-OUT-REC           PIC X(15).
      *---- SAME QUEUE LAYOUT EXCWB CYCLES.
       FD  EXCW-IN-FILE RECORDING MODE F.
         01  EXCW-IN-REC.
           05 FILLER                PIC X(17).
           05 EXCW-AGE-I            PIC X(03).
           05 FILLER                PIC X(41).
       FD  EXCW-OUT-FILE RECORDING MODE F.
         01  EXCW-OUT-REC           PIC X(61).
      *---- SAME CARRY-FORWARD LAYOUT REJRECYC CYCLES.
       FD  REJC-IN-FILE RECORDING MODE F.
         01  REJC-IN-REC.
           05 FILLER                PIC X(58).
           05 REJC-AGE-I            PIC X(03).
       FD  REJC-OUT-FILE RECORDING MODE F.
         01  REJC-OUT-REC           PIC X(61).
      *---- SAME CARRY-FORWARD LAYOUT SUSPDISP CYCLES.
       FD  SUSP-IN-FILE RECORDING MODE F.
         01  SUSP-IN-REC.
           05 SUSP-ID-I             PIC X(05).
           05 FILLER                PIC X(01).
           05 SUSP-DVZ-I            PIC X(03).
           05 FILLER                PIC X(56).
           05 SUSP-AGE-I            PIC X(03).
       FD  SUSP-OUT-FILE RECORDING MODE F.
         01  SUSP-OUT-REC           PIC X(68).
      *---- SAME LAYOUT BALSNAP CYCLES.
       FD  SNAP-IN-FILE RECORDING MODE F.
         01  SNAP-IN-REC.
           05 SNAP-DATE-I           PIC X(08).
           05 FILLER                PIC X(01).
           05 SNAP-ID-I             PIC X(05).
           05 FILLER                PIC X(01).
           05 SNAP-DVZ-I            PIC X(03).
           05 FILLER                PIC X(68).
       FD  SNAP-OUT-FILE RECORDING MODE F.
         01  SNAP-OUT-REC           PIC X(86).
      *---- SAME PHYSICAL RECORD VSAMTOQ, DORMTRK AND FEECHRG READ -
      *      ONLY THE DORMANCY DAYS ARE USED HERE.
       FD  CONTROL-FILE RECORDING MODE F.
         01  CONTROL-REC.
           05 CTL-DORMANCY-DAYS     PIC 9(05).
           05 CTL-ESCHEAT-DAYS      PIC 9(05).
           05 CTL-RUN-MODE          PIC X(01).
      *---- ONE PURGED RECORD AS IT STOOD, TAGGED WITH THE FILE IT
      *      CAME FROM AND THE DATE IT WAS PURGED.
       FD  ARCHIVE-FILE RECORDING MODE F.
         01  ARC-REC.
           05 ARC-FILE-O            PIC X(08).
           05 FILLER                PIC X(01).
           05 ARC-DATE-O            PIC 9(08).
           05 FILLER                PIC X(01).
           05 ARC-DATA-O            PIC X(105).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-RETENTION      PIC 9(02).
             88 RETENTION-EOF             VALUE 10.
             88 RETENTION-OK              VALUE 00 97.
           05 ST-MENDCTL        PIC 9(02).
             88 MENDCTL-OK                VALUE 00 97.
           05 ST-AFTER          PIC 9(02).
             88 AFTER-EOF                 VALUE 10.
             88 AFTER-OK                  VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-AUDH-IN        PIC 9(02).
             88 AUDH-IN-EOF               VALUE 10.
             88 AUDH-IN-OK                VALUE 00 97.
           05 ST-AUDH-OUT       PIC 9(02).
             88 AUDH-OUT-OK               VALUE 00 97.
           05 ST-JRNL-IN        PIC 9(02).
             88 JRNL-IN-EOF               VALUE 10.
             88 JRNL-IN-OK                VALUE 00 97.
           05 ST-JRNL-OUT       PIC 9(02).
             88 JRNL-OUT-OK               VALUE 00 97.
           05 ST-DORM-IN        PIC 9(02).
             88 DORM-IN-EOF               VALUE 10.
             88 DORM-IN-OK                VALUE 00 97.
           05 ST-DORM-OUT       PIC 9(02).
             88 DORM-OUT-OK               VALUE 00 97.
           05 ST-ACCR-IN        PIC 9(02).
             88 ACCR-IN-EOF               VALUE 10.
             88 ACCR-IN-OK                VALUE 00 97.
           05 ST-ACCR-OUT       PIC 9(02).
             88 ACCR-OUT-OK               VALUE 00 97.
           05 ST-ORPH-IN        PIC 9(02).
             88 ORPH-IN-EOF               VALUE 10.
             88 ORPH-IN-OK                VALUE 00 97.
           05 ST-ORPH-OUT       PIC 9(02).
             88 ORPH-OUT-OK               VALUE 00 97.
           05 ST-EXCW-IN        PIC 9(02).
             88 EXCW-IN-EOF               VALUE 10.
             88 EXCW-IN-OK                VALUE 00 97.
           05 ST-EXCW-OUT       PIC 9(02).
             88 EXCW-OUT-OK               VALUE 00 97.
           05 ST-REJC-IN        PIC 9(02).
             88 REJC-IN-EOF               VALUE 10.
             88 REJC-IN-OK                VALUE 00 97.
           05 ST-REJC-OUT       PIC 9(02).
             88 REJC-OUT-OK               VALUE 00 97.
           05 ST-SUSP-IN        PIC 9(02).
             88 SUSP-IN-EOF               VALUE 10.
             88 SUSP-IN-OK                VALUE 00 97.
           05 ST-SUSP-OUT       PIC 9(02).
             88 SUSP-OUT-OK               VALUE 00 97.
           05 ST-SNAP-IN        PIC 9(02).
             88 SNAP-IN-EOF               VALUE 10.
             88 SNAP-IN-OK                VALUE 00 97.
           05 ST-SNAP-OUT       PIC 9(02).
             88 SNAP-OUT-OK               VALUE 00 97.
           05 ST-CTLPARM        PIC 9(02).
             88 CTLPARM-OK                VALUE 00 97.
           05 ST-ARCHIVE        PIC 9(02).
             88 ARCHIVE-OK                VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-OK                 VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-TODAY-INT      PIC S9(09) COMP.
           05 WS-WORK-INT       PIC S9(09) COMP.

      *---- THE STANDING GUARDS. THE DUPLICATE WINDOW COMES OFF THE
      *      DUPWINDW LINE ON RETNTAB; NO RETENTION SHORTER THAN IT IS
      *      EVER APPLIED TO THE JOURNAL, AND WITHOUT IT NONE AT ALL.
      *      THE SNAPSHOT FLOOR IS THE EARLIER OF THE FIRST OF THE
      *      MONTH AND THE START OF THE DORMANCY THRESHOLD.
         01  WS-GUARD-DATA.
           05 WS-DUP-WINDOW-DAYS PIC 9(04) VALUE 0.
           05 WS-DUP-WINDOW-START PIC 9(08) VALUE 0.
           05 WS-DUP-WINDOW-SW   PIC X(01) VALUE 'N'.
             88 DUP-WINDOW-KNOWN          VALUE 'Y'.
             88 DUP-WINDOW-UNKNOWN        VALUE 'N'.
           05 WS-MEND-CLOSED-DATE PIC 9(08) VALUE 0.
           05 WS-DORMANCY-DAYS   PIC 9(05) VALUE 365.
           05 WS-SNAP-FLOOR-DATE PIC 9(08) VALUE 0.
           05 WS-MONTH-START     PIC 9(08) VALUE 0.

      *---- THE FILE BEING PURGED: ITS SLOT IN THE STATISTICS TABLE,
      *      ITS RULE, AND WHERE ITS RETENTION FALLS.
         01  WS-CURRENT-FILE.
           05 WS-FILE-NO        PIC 9(01).
             88 PURGING-AUDIT             VALUE 1.
             88 PURGING-JOURNAL           VALUE 2.
             88 PURGING-SUSPENSE          VALUE 8.
             88 PURGING-SNAPSHOT          VALUE 9.
           05 WS-CUR-PERIOD     PIC 9(04).
           05 WS-CUR-UNIT       PIC X(01).
             88 CUR-UNIT-MONTHS           VALUE 'M'.
           05 WS-CUR-CLOSED     PIC X(01).
             88 CUR-CLOSED-ANY            VALUE 'A'.
             88 CUR-CLOSED-GONE           VALUE 'G'.
             88 CUR-CLOSED-NEVER          VALUE 'N'.
           05 WS-CUR-ARCHIVE    PIC X(01).
             88 CUR-ARCHIVE-FIRST         VALUE 'Y'.
           05 WS-RULE-SW        PIC X(01).
             88 RULE-FOUND                VALUE 'Y'.
             88 RULE-NOT-FOUND            VALUE 'N'.
           05 WS-CUTOFF-DATE    PIC 9(08).
           05 WS-CUTOFF-RUNS    PIC 9(07).
           05 WS-TOTAL-MONTHS   PIC 9(07).
           05 WS-CUT-YEAR       PIC 9(04).
           05 WS-CUT-MONTH      PIC 9(02).
           05 WS-CUT-DAY        PIC 9(02).

      *---- THE RECORD IN HAND, REDUCED TO WHAT THE DECISION NEEDS:
      *      ITS AGE (BY DATE OR BY RUNS) AND, FOR A 'G' FILE, ITS
      *      ACCOUNT KEY.
         01  WS-RECORD-DATA.
           05 WS-AGE-BASIS-SW   PIC X(01).
             88 AGE-BY-DATE               VALUE 'D'.
             88 AGE-BY-RUNS               VALUE 'R'.
             88 AGE-UNKNOWN               VALUE 'U'.
           05 WS-REC-DATE       PIC 9(08).
           05 WS-REC-RUNS       PIC 9(05).
           05 WS-REC-KEY-SW     PIC X(01).
             88 REC-KEY-KNOWN             VALUE 'Y'.
             88 REC-KEY-UNKNOWN           VALUE 'N'.
           05 WS-REC-ID         PIC 9(05).
           05 WS-REC-DVZ        PIC 9(03).
           05 WS-DISPOSITION-SW PIC X(01).
             88 RECORD-KEPT               VALUE 'K'.
             88 RECORD-ARCHIVED           VALUE 'A'.
             88 RECORD-DROPPED            VALUE 'D'.
           05 WS-EXPIRED-SW     PIC X(01).
             88 RECORD-EXPIRED            VALUE 'Y'.
             88 RECORD-CURRENT            VALUE 'N'.
           05 WS-GUARD-SW       PIC X(01).
             88 GUARD-HOLDS               VALUE 'Y'.
             88 GUARD-CLEAR               VALUE 'N'.

         01  WS-RETENTION-TABLE.
           05 WS-RET-COUNT       PIC 9(03) COMP VALUE 0.
           05 WS-RET-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-RET-IDX.
             10 WS-RET-FILE      PIC X(08).
             10 WS-RET-PERIOD    PIC 9(04).
             10 WS-RET-UNIT      PIC X(01).
             10 WS-RET-CLOSED    PIC X(01).
             10 WS-RET-ARCHIVE   PIC X(01).

      *---- EVERY ACCOUNT KEY STILL ON THE BOOKS AFTER THE DAY'S RUN.
      *      WITHOUT UNLDAFT NOTHING CAN BE SHOWN TO HAVE GONE, SO A
      *      'G' FILE KEEPS EVERYTHING.
         01  WS-LIVE-TABLE.
           05 WS-LIVE-LOADED-SW  PIC X(01) VALUE 'N'.
             88 LIVE-ACCOUNTS-KNOWN       VALUE 'Y'.
           05 WS-LIVE-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-LIVE-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-LIVE-IDX.
             10 WS-LIVE-ID       PIC 9(05).
             10 WS-LIVE-DVZ      PIC 9(03).
           05 WS-LIVE-FOUND-SW   PIC X(01).
             88 LIVE-FOUND                VALUE 'Y'.
             88 LIVE-NOT-FOUND            VALUE 'N'.

      *---- ONE SLOT PER FILE, IN THE ORDER THEY ARE PURGED.
         01  WS-FILE-STATS.
           05 WS-STAT-ENTRY OCCURS 9 TIMES
                             INDEXED BY WS-STAT-IDX.
             10 WS-STAT-NAME     PIC X(08).
             10 WS-STAT-PRESENT  PIC X(01).
             10 WS-STAT-RULE     PIC X(01).
             10 WS-STAT-READ     PIC 9(07) COMP.
             10 WS-STAT-KEPT     PIC 9(07) COMP.
             10 WS-STAT-HELD     PIC 9(07) COMP.
             10 WS-STAT-ARCHIVED PIC 9(07) COMP.
             10 WS-STAT-DROPPED  PIC 9(07) COMP.
           05 WS-BAD-FILE-COUNT  PIC 9(03) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(30)
                              VALUE 'History Retention and Purge'.
           05  FILLER         PIC X(10) VALUE 'RUN DATE '.
           05  HDR-DATE-O     PIC 9(08).
           05  FILLER         PIC X(16) VALUE '  AUDIT CLOSED '.
           05  HDR-CLOSED-O   PIC 9(08).
           05  FILLER         PIC X(13) VALUE '  DUP WINDOW '.
           05  HDR-WINDOW-O   PIC 9(08).
           05  FILLER         PIC X(07) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(09) VALUE 'File     '.
           05  FILLER         PIC X(12) VALUE 'Retention   '.
           05  FILLER         PIC X(11) VALUE '       Read'.
           05  FILLER         PIC X(11) VALUE '       Kept'.
           05  FILLER         PIC X(11) VALUE '    Guarded'.
           05  FILLER         PIC X(11) VALUE '   Archived'.
           05  FILLER         PIC X(11) VALUE '    Dropped'.
           05  FILLER         PIC X(24) VALUE SPACES.
         01  RPT-DETAIL.
           05 RPT-FILE-O      PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RPT-PERIOD-O    PIC Z(03)9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RPT-UNIT-O      PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RPT-CLOSED-O    PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RPT-ARCHIVE-O   PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RPT-READ-O      PIC Z(10)9.
           05 RPT-KEPT-O      PIC Z(10)9.
           05 RPT-HELD-O      PIC Z(10)9.
           05 RPT-ARCHIVED-O  PIC Z(10)9.
           05 RPT-DROPPED-O   PIC Z(10)9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RPT-NOTE-O      PIC X(23).

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H110-READ-MONTH-END-CONTROL
           PERFORM H115-SET-SNAPSHOT-FLOOR
           PERFORM H120-LOAD-RETENTION-TABLE
           PERFORM H125-SET-DUP-WINDOW
           PERFORM H130-LOAD-LIVE-ACCOUNTS
           PERFORM H140-INIT-FILE-STATS
           PERFORM H150-WRITE-HEADERS
           PERFORM H210-PURGE-AUDIT-HISTORY
           PERFORM H220-PURGE-JOURNAL
           PERFORM H230-PURGE-DORMANCY-HISTORY
           PERFORM H240-PURGE-ACCRUAL-HISTORY
           PERFORM H250-PURGE-ORPHAN-HISTORY
           PERFORM H260-PURGE-WORKBENCH-QUEUE
           PERFORM H270-PURGE-REJECT-CARRY
           PERFORM H280-PURGE-SUSPENSE-CARRY
           PERFORM H290-PURGE-SNAPSHOT-HISTORY
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      *---- RETNTAB IS REQUIRED - WITHOUT IT THERE IS NO POLICY TO
      *      APPLY. EVERY NEXT GENERATION IS OPENED HERE SO A FAILED
      *      ALLOCATION STOPS THE STEP BEFORE ANY FILE IS HALF DONE;
      *      THE CURRENT GENERATIONS ARE OPTIONAL AND ARE OPENED AS
      *      EACH FILE COMES UP.
       H100-OPEN-FILES.
           OPEN INPUT  RETENTION-FILE.
           OPEN OUTPUT AUDH-OUT-FILE.
           OPEN OUTPUT JRNL-OUT-FILE.
           OPEN OUTPUT DORM-OUT-FILE.
           OPEN OUTPUT ACCR-OUT-FILE.
           OPEN OUTPUT ORPH-OUT-FILE.
           OPEN OUTPUT EXCW-OUT-FILE.
           OPEN OUTPUT REJC-OUT-FILE.
           OPEN OUTPUT SUSP-OUT-FILE.
           OPEN OUTPUT SNAP-OUT-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT RETENTION-OK)
           DISPLAY 'UNABLE TO OPEN RETNTAB: ' ST-RETENTION
           MOVE ST-RETENTION TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT AUDH-OUT-OK)
           DISPLAY 'UNABLE TO OPEN AUDHISTO: ' ST-AUDH-OUT
           MOVE ST-AUDH-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT JRNL-OUT-OK)
           DISPLAY 'UNABLE TO OPEN TRNJRNLO: ' ST-JRNL-OUT
           MOVE ST-JRNL-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT DORM-OUT-OK)
           DISPLAY 'UNABLE TO OPEN DORMHSTO: ' ST-DORM-OUT
           MOVE ST-DORM-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ACCR-OUT-OK)
           DISPLAY 'UNABLE TO OPEN ACCRHSTO: ' ST-ACCR-OUT
           MOVE ST-ACCR-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ORPH-OUT-OK)
           DISPLAY 'UNABLE TO OPEN ORPHHSTO: ' ST-ORPH-OUT
           MOVE ST-ORPH-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT EXCW-OUT-OK)
           DISPLAY 'UNABLE TO OPEN EXCWBO: ' ST-EXCW-OUT
           MOVE ST-EXCW-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REJC-OUT-OK)
           DISPLAY 'UNABLE TO OPEN RJAGEDO: ' ST-REJC-OUT
           MOVE ST-REJC-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT SUSP-OUT-OK)
           DISPLAY 'UNABLE TO OPEN SUSPNEW: ' ST-SUSP-OUT
           MOVE ST-SUSP-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT SNAP-OUT-OK)
           DISPLAY 'UNABLE TO OPEN SNAPHSTO: ' ST-SNAP-OUT
           MOVE ST-SNAP-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ARCHIVE-OK)
           DISPLAY 'UNABLE TO OPEN ARCHOUT: ' ST-ARCHIVE
           MOVE ST-ARCHIVE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-OK)
           DISPLAY 'UNABLE TO OPEN PURGRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL - NO CARD MEANS TODAY. THE
      *      DUPLICATE WINDOW IS MEASURED BACK FROM THIS DATE.
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-GREG).
       H105-END. EXIT.

      *---- NO MENDCTL, OR AN UNREADABLE ONE, LEAVES THE CLOSED DATE
      *      AT ZERO - EVERY AUDIT RECORD IS THEN INSIDE AN UNCLOSED
      *      PERIOD AND NONE IS DROPPED.
       H110-READ-MONTH-END-CONTROL.
           OPEN INPUT MEND-CTL-FILE.
           IF MENDCTL-OK
               READ MEND-CTL-FILE
                   AT END CONTINUE
               END-READ
               IF MENDCTL-OK AND MCTL-CLOSED-DATE IS NUMERIC
                   MOVE MCTL-CLOSED-DATE TO WS-MEND-CLOSED-DATE
               END-IF
               CLOSE MEND-CTL-FILE
           END-IF.
       H110-END. EXIT.

      *---- CTLPARM IS OPTIONAL, EXACTLY AS IN FEECHRG - NO FILE (OR
      *      A ZERO FIELD) LEAVES THE 365-DAY DEFAULT IN FORCE. FEECHRG
      *      LOOKS BACK THAT FAR FOR OVERDRAWN DAYS, AND MISRPT READS
      *      THE WHOLE OF THE CURRENT MONTH; THE FLOOR IS WHICHEVER
      *      OF THE TWO REACHES FURTHER BACK.
       H115-SET-SNAPSHOT-FLOOR.
           OPEN INPUT CONTROL-FILE.
           IF CTLPARM-OK
               READ CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF CTLPARM-OK AND CTL-DORMANCY-DAYS IS NUMERIC
                  AND CTL-DORMANCY-DAYS > 0
                   MOVE CTL-DORMANCY-DAYS TO WS-DORMANCY-DAYS
               END-IF
               CLOSE CONTROL-FILE
           END-IF.
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-DORMANCY-DAYS.
           COMPUTE WS-SNAP-FLOOR-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
           DIVIDE WS-TODAY-GREG BY 100 GIVING WS-MONTH-START.
           COMPUTE WS-MONTH-START = WS-MONTH-START * 100 + 1.
           IF WS-SNAP-FLOOR-DATE > WS-MONTH-START
               MOVE WS-MONTH-START TO WS-SNAP-FLOOR-DATE
           END-IF.
       H115-END. EXIT.

      *---- A LINE WITH A BAD UNIT OR CLOSED CODE IS SKIPPED, WHICH
      *      LEAVES ITS FILE WITH NO RULE - COPIED WHOLE, NEVER
      *      PURGED ON A GUESS.
       H120-LOAD-RETENTION-TABLE.
           READ RETENTION-FILE
               AT END SET RETENTION-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-RETENTION UNTIL RETENTION-EOF.
       H120-END. EXIT.

       LOAD-NEXT-RETENTION.
           IF RET-FILE-I NOT = SPACES AND RET-PERIOD-I IS NUMERIC
              AND RET-UNIT-VALID AND RET-CLOSED-VALID
               IF WS-RET-COUNT < 20
                   ADD 1 TO WS-RET-COUNT
                   SET WS-RET-IDX TO WS-RET-COUNT
                   MOVE RET-FILE-I    TO WS-RET-FILE(WS-RET-IDX)
                   MOVE RET-PERIOD-I  TO WS-RET-PERIOD(WS-RET-IDX)
                   MOVE RET-UNIT-I    TO WS-RET-UNIT(WS-RET-IDX)
                   MOVE RET-CLOSED-I  TO WS-RET-CLOSED(WS-RET-IDX)
                   MOVE RET-ARCHIVE-I TO WS-RET-ARCHIVE(WS-RET-IDX)
               ELSE
                   DISPLAY 'WS-RETENTION-TABLE FULL, SKIPPING FILE='
                       RET-FILE-I
               END-IF
           ELSE
               DISPLAY 'RETNTAB LINE INVALID, SKIPPING FILE='
                   RET-FILE-I
           END-IF.
           READ RETENTION-FILE
               AT END SET RETENTION-EOF TO TRUE
           END-READ.
       LOAD-NEXT-RETENTION-END. EXIT.

      *---- THE WINDOW STARTS DUPWINDW DAYS BEFORE TODAY, THE SAME
      *      DATE TRNPOST WORKS OUT. A DUPWINDW LINE IN MONTHS OR OF
      *      ZERO DAYS IS NOT USED - THE JOURNAL IS KEPT WHOLE AND THE
      *      RUN ENDS 8 SO OPS CORRECT IT.
       H125-SET-DUP-WINDOW.
           SET RULE-NOT-FOUND TO TRUE.
           IF WS-RET-COUNT > 0
               PERFORM SEARCH-DUP-WINDOW
                   VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
                      OR RULE-FOUND
               IF RULE-FOUND
                   SET WS-RET-IDX DOWN BY 1
               END-IF
           END-IF.
           IF RULE-NOT-FOUND
               DISPLAY 'NO DUPWINDW LINE ON RETNTAB, TRNJRNL KEPT WHOLE'
           ELSE
               IF WS-RET-UNIT(WS-RET-IDX) = 'D' AND
                  WS-RET-PERIOD(WS-RET-IDX) > 0
                   MOVE WS-RET-PERIOD(WS-RET-IDX) TO WS-DUP-WINDOW-DAYS
                   COMPUTE WS-WORK-INT =
                       WS-TODAY-INT - WS-DUP-WINDOW-DAYS
                   COMPUTE WS-DUP-WINDOW-START =
                       FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
                   SET DUP-WINDOW-KNOWN TO TRUE
               ELSE
                   DISPLAY 'RETNTAB DUPWINDW LINE INVALID, PERIOD='
                       WS-RET-PERIOD(WS-RET-IDX) ' UNIT='
                       WS-RET-UNIT(WS-RET-IDX)
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       H125-END. EXIT.

       SEARCH-DUP-WINDOW.
           IF WS-RET-FILE(WS-RET-IDX) = 'DUPWINDW'
               SET RULE-FOUND TO TRUE
           END-IF.
       SEARCH-DUP-WINDOW-END. EXIT.

       H130-LOAD-LIVE-ACCOUNTS.
           OPEN INPUT AFTER-FILE.
           IF AFTER-OK
               MOVE 'Y' TO WS-LIVE-LOADED-SW
               READ AFTER-FILE
                   AT END SET AFTER-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-LIVE UNTIL AFTER-EOF
               CLOSE AFTER-FILE
           END-IF.
       H130-END. EXIT.

      *---- A FULL TABLE MEANS SOME LIVE ACCOUNTS WERE NOT LOADED, AND
      *      THEIR ENTRIES WOULD LOOK GONE - SO THE LIST IS DISOWNED
      *      AND EVERY 'G' FILE KEEPS EVERYTHING THIS RUN.
       LOAD-NEXT-LIVE.
           IF AFT-ID-I IS NUMERIC AND AFT-DVZ-I IS NUMERIC
               IF WS-LIVE-COUNT < 9999
                   ADD 1 TO WS-LIVE-COUNT
                   SET WS-LIVE-IDX TO WS-LIVE-COUNT
                   MOVE AFT-ID-I  TO WS-LIVE-ID(WS-LIVE-IDX)
                   MOVE AFT-DVZ-I TO WS-LIVE-DVZ(WS-LIVE-IDX)
               ELSE
                   DISPLAY 'WS-LIVE-TABLE FULL, SKIPPING ID='
                       AFT-ID-I
                   MOVE 'N' TO WS-LIVE-LOADED-SW
               END-IF
           END-IF.
           READ AFTER-FILE
               AT END SET AFTER-EOF TO TRUE
           END-READ.
       LOAD-NEXT-LIVE-END. EXIT.

       H140-INIT-FILE-STATS.
           MOVE 'AUDHIST ' TO WS-STAT-NAME(1).
           MOVE 'TRNJRNL ' TO WS-STAT-NAME(2).
           MOVE 'DORMHST ' TO WS-STAT-NAME(3).
           MOVE 'ACCRHST ' TO WS-STAT-NAME(4).
           MOVE 'ORPHHST ' TO WS-STAT-NAME(5).
           MOVE 'EXCWB   ' TO WS-STAT-NAME(6).
           MOVE 'REJRECYC' TO WS-STAT-NAME(7).
           MOVE 'SUSPDISP' TO WS-STAT-NAME(8).
           MOVE 'SNAPHST ' TO WS-STAT-NAME(9).
           PERFORM CLEAR-FILE-STATS
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > 9.
       H140-END. EXIT.

       CLEAR-FILE-STATS.
           MOVE 'N' TO WS-STAT-PRESENT(WS-STAT-IDX).
           MOVE 'N' TO WS-STAT-RULE(WS-STAT-IDX).
           MOVE 0   TO WS-STAT-READ(WS-STAT-IDX).
           MOVE 0   TO WS-STAT-KEPT(WS-STAT-IDX).
           MOVE 0   TO WS-STAT-HELD(WS-STAT-IDX).
           MOVE 0   TO WS-STAT-ARCHIVED(WS-STAT-IDX).
           MOVE 0   TO WS-STAT-DROPPED(WS-STAT-IDX).
       CLEAR-FILE-STATS-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           MOVE WS-TODAY-GREG       TO HDR-DATE-O.
           MOVE WS-MEND-CLOSED-DATE TO HDR-CLOSED-O.
           MOVE WS-DUP-WINDOW-START TO HDR-WINDOW-O.
           WRITE RPT-REC FROM RPT-HEADER-1.
           WRITE RPT-REC FROM RPT-HEADER-2.
       H150-END. EXIT.

      *---- EACH FILE BELOW: PICK UP ITS RULE, THEN COPY THE CURRENT
      *      GENERATION RECORD BY RECORD INTO THE NEXT ONE, LETTING
      *      DECIDE-RECORD SAY WHAT HAPPENS TO EACH. AN UNREADABLE
      *      AGE OR KEY IS KEPT - NOTHING IS DROPPED ON A GUESS.
       H210-PURGE-AUDIT-HISTORY.
           MOVE 1 TO WS-FILE-NO.
           PERFORM SET-FILE-RULE.
           OPEN INPUT AUDH-IN-FILE.
           IF AUDH-IN-OK
               MOVE 'Y' TO WS-STAT-PRESENT(WS-FILE-NO)
               READ AUDH-IN-FILE
                   AT END SET AUDH-IN-EOF TO TRUE
               END-READ
               PERFORM PURGE-NEXT-AUDIT UNTIL AUDH-IN-EOF
               CLOSE AUDH-IN-FILE
           END-IF.
       H210-END. EXIT.

       PURGE-NEXT-AUDIT.
           SET REC-KEY-UNKNOWN TO TRUE.
           IF AUDH-DATE-I IS NUMERIC
               SET AGE-BY-DATE TO TRUE
               MOVE AUDH-DATE-I TO WS-REC-DATE
           ELSE
               SET AGE-UNKNOWN TO TRUE
           END-IF.
           PERFORM DECIDE-RECORD.
           IF RECORD-KEPT
               WRITE AUDH-OUT-REC FROM AUDH-IN-REC
           END-IF.
           IF RECORD-ARCHIVED
               MOVE AUDH-IN-REC TO ARC-DATA-O
               PERFORM WRITE-ARCHIVE-RECORD
           END-IF.
           READ AUDH-IN-FILE
               AT END SET AUDH-IN-EOF TO TRUE
           END-READ.
       PURGE-NEXT-AUDIT-END. EXIT.

       H220-PURGE-JOURNAL.
           MOVE 2 TO WS-FILE-NO.
           PERFORM SET-FILE-RULE.
           OPEN INPUT JRNL-IN-FILE.
           IF JRNL-IN-OK
               MOVE 'Y' TO WS-STAT-PRESENT(WS-FILE-NO)
               READ JRNL-IN-FILE
                   AT END SET JRNL-IN-EOF TO TRUE
               END-READ
               PERFORM PURGE-NEXT-JOURNAL UNTIL JRNL-IN-EOF
               CLOSE JRNL-IN-FILE
           END-IF.
       H220-END. EXIT.

       PURGE-NEXT-JOURNAL.
           SET REC-KEY-UNKNOWN TO TRUE.
           IF JRNL-DATE-I IS NUMERIC
               SET AGE-BY-DATE TO TRUE
               MOVE JRNL-DATE-I TO WS-REC-DATE
           ELSE
               SET AGE-UNKNOWN TO TRUE
           END-IF.
           PERFORM DECIDE-RECORD.
           IF RECORD-KEPT
               WRITE JRNL-OUT-REC FROM JRNL-IN-REC
           END-IF.
           IF RECORD-ARCHIVED
               MOVE JRNL-IN-REC TO ARC-DATA-O
               PERFORM WRITE-ARCHIVE-RECORD
           END-IF.
           READ JRNL-IN-FILE
               AT END SET JRNL-IN-EOF TO TRUE
           END-READ.
       PURGE-NEXT-JOURNAL-END. EXIT.

       H230-PURGE-DORMANCY-HISTORY.
           MOVE 3 TO WS-FILE-NO.
           PERFORM SET-FILE-RULE.
           OPEN INPUT DORM-IN-FILE.
           IF DORM-IN-OK
               MOVE 'Y' TO WS-STAT-PRESENT(WS-FILE-NO)
               READ DORM-IN-FILE
                   AT END SET DORM-IN-EOF TO TRUE
               END-READ
               PERFORM PURGE-NEXT-DORMANCY UNTIL DORM-IN-EOF
               CLOSE DORM-IN-FILE
           END-IF.
       H230-END. EXIT.

       PURGE-NEXT-DORMANCY.
           SET REC-KEY-UNKNOWN TO TRUE.
           IF DORM-ID-I IS NUMERIC AND DORM-DVZ-I IS NUMERIC
               SET REC-KEY-KNOWN TO TRUE
               MOVE DORM-ID-I  TO WS-REC-ID
               MOVE DORM-DVZ-I TO WS-REC-DVZ
           END-IF.
           IF DORM-RUNS-I IS NUMERIC
               SET AGE-BY-RUNS TO TRUE
               MOVE DORM-RUNS-I TO WS-REC-RUNS
           ELSE
               SET AGE-UNKNOWN TO TRUE
           END-IF.
           PERFORM DECIDE-RECORD.
           IF RECORD-KEPT
               WRITE DORM-OUT-REC FROM DORM-IN-REC
           END-IF.
           IF RECORD-ARCHIVED
               MOVE DORM-IN-REC TO ARC-DATA-O
               PERFORM WRITE-ARCHIVE-RECORD
           END-IF.
           READ DORM-IN-FILE
               AT END SET DORM-IN-EOF TO TRUE
           END-READ.
       PURGE-NEXT-DORMANCY-END. EXIT.

       H240-PURGE-ACCRUAL-HISTORY.
           MOVE 4 TO WS-FILE-NO.
           PERFORM SET-FILE-RULE.
           OPEN INPUT ACCR-IN-FILE.
           IF ACCR-IN-OK
               MOVE 'Y' TO WS-STAT-PRESENT(WS-FILE-NO)
               READ ACCR-IN-FILE
                   AT END SET ACCR-IN-EOF TO TRUE
               END-READ
               PERFORM PURGE-NEXT-ACCRUAL UNTIL ACCR-IN-EOF
               CLOSE ACCR-IN-FILE
           END-IF.
       H240-END. EXIT.

       PURGE-NEXT-ACCRUAL.
           SET REC-KEY-UNKNOWN TO TRUE.
           IF ACCR-ID-I IS NUMERIC AND ACCR-DVZ-I IS NUMERIC
               SET REC-KEY-KNOWN TO TRUE
               MOVE ACCR-ID-I  TO WS-REC-ID
               MOVE ACCR-DVZ-I TO WS-REC-DVZ
           END-IF.
           IF ACCR-DATE-I IS NUMERIC
               SET AGE-BY-DATE TO TRUE
               MOVE ACCR-DATE-I TO WS-REC-DATE
           ELSE
               SET AGE-UNKNOWN TO TRUE
           END-IF.
           PERFORM DECIDE-RECORD.
           IF RECORD-KEPT
               WRITE ACCR-OUT-REC FROM ACCR-IN-REC
           END-IF.
           IF RECORD-ARCHIVED
               MOVE ACCR-IN-REC TO ARC-DATA-O
               PERFORM WRITE-ARCHIVE-RECORD
           END-IF.
           READ ACCR-IN-FILE
               AT END SET ACCR-IN-EOF TO TRUE
           END-READ.
       PURGE-NEXT-ACCRUAL-END. EXIT.

       H250-PURGE-ORPHAN-HISTORY.
           MOVE 5 TO WS-FILE-NO.
           PERFORM SET-FILE-RULE.
           OPEN INPUT ORPH-IN-FILE.
           IF ORPH-IN-OK
               MOVE 'Y' TO WS-STAT-PRESENT(WS-FILE-NO)
               READ ORPH-IN-FILE
                   AT END SET ORPH-IN-EOF TO TRUE
               END-READ
               PERFORM PURGE-NEXT-ORPHAN UNTIL ORPH-IN-EOF
               CLOSE ORPH-IN-FILE
           END-IF.
       H250-END. EXIT.

       PURGE-NEXT-ORPHAN.
           SET REC-KEY-UNKNOWN TO TRUE.
           IF ORPH-ID-I IS NUMERIC AND ORPH-DVZ-I IS NUMERIC
               SET REC-KEY-KNOWN TO TRUE
               MOVE ORPH-ID-I  TO WS-REC-ID
               MOVE ORPH-DVZ-I TO WS-REC-DVZ
           END-IF.
           IF ORPH-RUNS-I IS NUMERIC
               SET AGE-BY-RUNS TO TRUE
               MOVE ORPH-RUNS-I TO WS-REC-RUNS
           ELSE
               SET AGE-UNKNOWN TO TRUE
           END-IF.
           PERFORM DECIDE-RECORD.
           IF RECORD-KEPT
               WRITE ORPH-OUT-REC FROM ORPH-IN-REC
           END-IF.
           IF RECORD-ARCHIVED
               MOVE ORPH-IN-REC TO ARC-DATA-O
               PERFORM WRITE-ARCHIVE-RECORD
           END-IF.
           READ ORPH-IN-FILE
               AT END SET ORPH-IN-EOF TO TRUE
           END-READ.
       PURGE-NEXT-ORPHAN-END. EXIT.

       H260-PURGE-WORKBENCH-QUEUE.
           MOVE 6 TO WS-FILE-NO.
           PERFORM SET-FILE-RULE.
           OPEN INPUT EXCW-IN-FILE.
           IF EXCW-IN-OK
               MOVE 'Y' TO WS-STAT-PRESENT(WS-FILE-NO)
               READ EXCW-IN-FILE
                   AT END SET EXCW-IN-EOF TO TRUE
               END-READ
               PERFORM PURGE-NEXT-WORKBENCH UNTIL EXCW-IN-EOF
               CLOSE EXCW-IN-FILE
           END-IF.
       H260-END. EXIT.

       PURGE-NEXT-WORKBENCH.
           SET REC-KEY-UNKNOWN TO TRUE.
           IF EXCW-AGE-I IS NUMERIC
               SET AGE-BY-RUNS TO TRUE
               MOVE EXCW-AGE-I TO WS-REC-RUNS
           ELSE
               SET AGE-UNKNOWN TO TRUE
           END-IF.
           PERFORM DECIDE-RECORD.
           IF RECORD-KEPT
               WRITE EXCW-OUT-REC FROM EXCW-IN-REC
           END-IF.
           IF RECORD-ARCHIVED
               MOVE EXCW-IN-REC TO ARC-DATA-O
               PERFORM WRITE-ARCHIVE-RECORD
           END-IF.
           READ EXCW-IN-FILE
               AT END SET EXCW-IN-EOF TO TRUE
           END-READ.
       PURGE-NEXT-WORKBENCH-END. EXIT.

       H270-PURGE-REJECT-CARRY.
           MOVE 7 TO WS-FILE-NO.
           PERFORM SET-FILE-RULE.
           OPEN INPUT REJC-IN-FILE.
           IF REJC-IN-OK
               MOVE 'Y' TO WS-STAT-PRESENT(WS-FILE-NO)
               READ REJC-IN-FILE
                   AT END SET REJC-IN-EOF TO TRUE
               END-READ
               PERFORM PURGE-NEXT-REJECT UNTIL REJC-IN-EOF
               CLOSE REJC-IN-FILE
           END-IF.
       H270-END. EXIT.

       PURGE-NEXT-REJECT.
           SET REC-KEY-UNKNOWN TO TRUE.
           IF REJC-AGE-I IS NUMERIC
               SET AGE-BY-RUNS TO TRUE
               MOVE REJC-AGE-I TO WS-REC-RUNS
           ELSE
               SET AGE-UNKNOWN TO TRUE
           END-IF.
           PERFORM DECIDE-RECORD.
           IF RECORD-KEPT
               WRITE REJC-OUT-REC FROM REJC-IN-REC
           END-IF.
           IF RECORD-ARCHIVED
               MOVE REJC-IN-REC TO ARC-DATA-O
               PERFORM WRITE-ARCHIVE-RECORD
           END-IF.
           READ REJC-IN-FILE
               AT END SET REJC-IN-EOF TO TRUE
           END-READ.
       PURGE-NEXT-REJECT-END. EXIT.

       H280-PURGE-SUSPENSE-CARRY.
           MOVE 8 TO WS-FILE-NO.
           PERFORM SET-FILE-RULE.
           OPEN INPUT SUSP-IN-FILE.
           IF SUSP-IN-OK
               MOVE 'Y' TO WS-STAT-PRESENT(WS-FILE-NO)
               READ SUSP-IN-FILE
                   AT END SET SUSP-IN-EOF TO TRUE
               END-READ
               PERFORM PURGE-NEXT-SUSPENSE UNTIL SUSP-IN-EOF
               CLOSE SUSP-IN-FILE
           END-IF.
       H280-END. EXIT.

       PURGE-NEXT-SUSPENSE.
           SET REC-KEY-UNKNOWN TO TRUE.
           IF SUSP-ID-I IS NUMERIC AND SUSP-DVZ-I IS NUMERIC
               SET REC-KEY-KNOWN TO TRUE
               MOVE SUSP-ID-I  TO WS-REC-ID
               MOVE SUSP-DVZ-I TO WS-REC-DVZ
           END-IF.
           IF SUSP-AGE-I IS NUMERIC
               SET AGE-BY-RUNS TO TRUE
               MOVE SUSP-AGE-I TO WS-REC-RUNS
           ELSE
               SET AGE-UNKNOWN TO TRUE
           END-IF.
           PERFORM DECIDE-RECORD.
           IF RECORD-KEPT
               WRITE SUSP-OUT-REC FROM SUSP-IN-REC
           END-IF.
           IF RECORD-ARCHIVED
               MOVE SUSP-IN-REC TO ARC-DATA-O
               PERFORM WRITE-ARCHIVE-RECORD
           END-IF.
           READ SUSP-IN-FILE
               AT END SET SUSP-IN-EOF TO TRUE
           END-READ.
       PURGE-NEXT-SUSPENSE-END. EXIT.

       H290-PURGE-SNAPSHOT-HISTORY.
           MOVE 9 TO WS-FILE-NO.
           PERFORM SET-FILE-RULE.
           OPEN INPUT SNAP-IN-FILE.
           IF SNAP-IN-OK
               MOVE 'Y' TO WS-STAT-PRESENT(WS-FILE-NO)
               READ SNAP-IN-FILE
                   AT END SET SNAP-IN-EOF TO TRUE
               END-READ
               PERFORM PURGE-NEXT-SNAPSHOT UNTIL SNAP-IN-EOF
               CLOSE SNAP-IN-FILE
           END-IF.
       H290-END. EXIT.

       PURGE-NEXT-SNAPSHOT.
           SET REC-KEY-UNKNOWN TO TRUE.
           IF SNAP-ID-I IS NUMERIC AND SNAP-DVZ-I IS NUMERIC
               SET REC-KEY-KNOWN TO TRUE
               MOVE SNAP-ID-I  TO WS-REC-ID
               MOVE SNAP-DVZ-I TO WS-REC-DVZ
           END-IF.
           IF SNAP-DATE-I IS NUMERIC
               SET AGE-BY-DATE TO TRUE
               MOVE SNAP-DATE-I TO WS-REC-DATE
           ELSE
               SET AGE-UNKNOWN TO TRUE
           END-IF.
           PERFORM DECIDE-RECORD.
           IF RECORD-KEPT
               WRITE SNAP-OUT-REC FROM SNAP-IN-REC
           END-IF.
           IF RECORD-ARCHIVED
               MOVE SNAP-IN-REC TO ARC-DATA-O
               PERFORM WRITE-ARCHIVE-RECORD
           END-IF.
           READ SNAP-IN-FILE
               AT END SET SNAP-IN-EOF TO TRUE
           END-READ.
       PURGE-NEXT-SNAPSHOT-END. EXIT.

      *---- LOOKS UP THE CURRENT FILE'S RETNTAB LINE AND WORKS OUT
      *      WHERE ITS RETENTION FALLS: A CUTOFF DATE FOR DATED
      *      RECORDS AND A CUTOFF RUN COUNT FOR RUN-COUNTED ONES (A
      *      MONTH COUNTS AS 30 RUNS, WHICH A MONTH OF BUSINESS DAYS
      *      NEVER REACHES). MONTHS STEP BACK BY CALENDAR MONTH WITH
      *      THE DAY HELD TO THE 28TH SO THE CUTOFF IS ALWAYS A REAL
      *      DATE - ERRING, IF AT ALL, TOWARDS KEEPING.
       SET-FILE-RULE.
           SET RULE-NOT-FOUND TO TRUE.
           IF WS-RET-COUNT > 0
               PERFORM SEARCH-RETENTION
                   VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
                      OR RULE-FOUND
               IF RULE-FOUND
                   SET WS-RET-IDX DOWN BY 1
               END-IF
           END-IF.
           IF RULE-FOUND
               MOVE 'Y' TO WS-STAT-RULE(WS-FILE-NO)
               MOVE WS-RET-PERIOD(WS-RET-IDX)  TO WS-CUR-PERIOD
               MOVE WS-RET-UNIT(WS-RET-IDX)    TO WS-CUR-UNIT
               MOVE WS-RET-CLOSED(WS-RET-IDX)  TO WS-CUR-CLOSED
               MOVE WS-RET-ARCHIVE(WS-RET-IDX) TO WS-CUR-ARCHIVE
               IF CUR-UNIT-MONTHS
                   COMPUTE WS-CUTOFF-RUNS = WS-CUR-PERIOD * 30
                   MOVE WS-TODAY-GREG(1:4) TO WS-CUT-YEAR
                   MOVE WS-TODAY-GREG(5:2) TO WS-CUT-MONTH
                   MOVE WS-TODAY-GREG(7:2) TO WS-CUT-DAY
                   COMPUTE WS-TOTAL-MONTHS = WS-CUT-YEAR * 12
                       + WS-CUT-MONTH - 1 - WS-CUR-PERIOD
                   DIVIDE WS-TOTAL-MONTHS BY 12
                       GIVING WS-CUT-YEAR REMAINDER WS-CUT-MONTH
                   ADD 1 TO WS-CUT-MONTH
                   IF WS-CUT-DAY > 28
                       MOVE 28 TO WS-CUT-DAY
                   END-IF
                   COMPUTE WS-CUTOFF-DATE = WS-CUT-YEAR * 10000
                       + WS-CUT-MONTH * 100 + WS-CUT-DAY
               ELSE
                   MOVE WS-CUR-PERIOD TO WS-CUTOFF-RUNS
                   COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-CUR-PERIOD
                   COMPUTE WS-CUTOFF-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
               END-IF
           ELSE
               MOVE 'N' TO WS-CUR-CLOSED
           END-IF.
      *---- SUSPDISP MAY ONLY BE LISTED AS CLOSED 'N' - ANY OTHER
      *      RULE WOULD PURGE UNPOSTED MONEY. IT IS FLAGGED AS AN
      *      INVALID RULE FOR OPS TO CORRECT, AND IGNORED.
           IF PURGING-SUSPENSE AND RULE-FOUND AND
              (NOT CUR-CLOSED-NEVER)
               DISPLAY 'RETNTAB RULE INVALID FOR SUSPDISP, CLOSED='
                   WS-CUR-CLOSED
               MOVE 'I' TO WS-STAT-RULE(WS-FILE-NO)
               MOVE 'N' TO WS-CUR-CLOSED
               MOVE 8 TO RETURN-CODE
           END-IF.
       SET-FILE-RULE-END. EXIT.

       SEARCH-RETENTION.
           IF WS-RET-FILE(WS-RET-IDX) = WS-STAT-NAME(WS-FILE-NO)
               SET RULE-FOUND TO TRUE
           END-IF.
       SEARCH-RETENTION-END. EXIT.

      *---- A RECORD LEAVES ONLY IF ITS FILE HAS A RULE THAT ALLOWS
      *      PURGING, ITS AGE IS KNOWN AND PAST THE CUTOFF, AND NO
      *      GUARD HOLDS IT. IT IS THEN ARCHIVED FIRST IF THE RULE
      *      SAYS SO.
       DECIDE-RECORD.
           ADD 1 TO WS-STAT-READ(WS-FILE-NO).
           SET RECORD-KEPT TO TRUE.
           SET RECORD-CURRENT TO TRUE.
           IF RULE-FOUND AND (NOT CUR-CLOSED-NEVER)
               IF AGE-BY-DATE AND WS-REC-DATE < WS-CUTOFF-DATE
                   SET RECORD-EXPIRED TO TRUE
               END-IF
               IF AGE-BY-RUNS AND WS-REC-RUNS > WS-CUTOFF-RUNS
                   SET RECORD-EXPIRED TO TRUE
               END-IF
           END-IF.
           IF RECORD-EXPIRED
               PERFORM CHECK-PURGE-GUARDS
               IF GUARD-HOLDS
                   ADD 1 TO WS-STAT-HELD(WS-FILE-NO)
               ELSE
                   IF CUR-ARCHIVE-FIRST
                       SET RECORD-ARCHIVED TO TRUE
                   ELSE
                       SET RECORD-DROPPED TO TRUE
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN RECORD-KEPT
                   ADD 1 TO WS-STAT-KEPT(WS-FILE-NO)
               WHEN RECORD-ARCHIVED
                   ADD 1 TO WS-STAT-ARCHIVED(WS-FILE-NO)
               WHEN RECORD-DROPPED
                   ADD 1 TO WS-STAT-DROPPED(WS-FILE-NO)
           END-EVALUATE.
       DECIDE-RECORD-END. EXIT.

      *---- THE STANDING GUARDS, THEN THE FILE'S OWN IDEA OF CLOSED. A
      *      SUSPENSE ITEM IS HELD WHATEVER ITS AGE, A SNAPSHOT ON OR
      *      AFTER THE FLOOR WHATEVER THE RETNTAB LINE SAYS.
       CHECK-PURGE-GUARDS.
           SET GUARD-CLEAR TO TRUE.
           IF PURGING-SUSPENSE
               SET GUARD-HOLDS TO TRUE
           END-IF.
           IF PURGING-AUDIT AND WS-REC-DATE > WS-MEND-CLOSED-DATE
               SET GUARD-HOLDS TO TRUE
           END-IF.
           IF PURGING-SNAPSHOT AND WS-REC-DATE >= WS-SNAP-FLOOR-DATE
               SET GUARD-HOLDS TO TRUE
           END-IF.
           IF PURGING-JOURNAL
               IF DUP-WINDOW-UNKNOWN OR
                  WS-REC-DATE >= WS-DUP-WINDOW-START
                   SET GUARD-HOLDS TO TRUE
               END-IF
           END-IF.
           IF CUR-CLOSED-GONE
               IF LIVE-ACCOUNTS-KNOWN AND REC-KEY-KNOWN
                   PERFORM FIND-LIVE-ACCOUNT
                   IF LIVE-FOUND
                       SET GUARD-HOLDS TO TRUE
                   END-IF
               ELSE
                   SET GUARD-HOLDS TO TRUE
               END-IF
           END-IF.
       CHECK-PURGE-GUARDS-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-LIVE-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED.
       FIND-LIVE-ACCOUNT.
           SET LIVE-NOT-FOUND TO TRUE.
           IF WS-LIVE-COUNT > 0
               PERFORM SEARCH-LIVE-ACCOUNT
                   VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
                      OR LIVE-FOUND
               IF LIVE-FOUND
                   SET WS-LIVE-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-LIVE-ACCOUNT-END. EXIT.

       SEARCH-LIVE-ACCOUNT.
           IF WS-LIVE-ID(WS-LIVE-IDX) = WS-REC-ID AND
              WS-LIVE-DVZ(WS-LIVE-IDX) = WS-REC-DVZ
               SET LIVE-FOUND TO TRUE
           END-IF.
       SEARCH-LIVE-ACCOUNT-END. EXIT.

       WRITE-ARCHIVE-RECORD.
           MOVE WS-STAT-NAME(WS-FILE-NO) TO ARC-FILE-O.
           MOVE WS-TODAY-GREG            TO ARC-DATE-O.
           WRITE ARC-REC.
       WRITE-ARCHIVE-RECORD-END. EXIT.

       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM WRITE-FILE-LINE
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > 9.
           IF WS-BAD-FILE-COUNT > 0
               DISPLAY 'HSTPURGE: ' WS-BAD-FILE-COUNT
                   ' FILE(S) DID NOT BALANCE'
               MOVE 8 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

      *---- READ MUST EQUAL KEPT + ARCHIVED + DROPPED, OR A RECORD
      *      WENT SOMEWHERE IT SHOULD NOT HAVE.
       WRITE-FILE-LINE.
           MOVE SPACES TO RPT-DETAIL.
           MOVE WS-STAT-NAME(WS-STAT-IDX)     TO RPT-FILE-O.
           MOVE WS-STAT-READ(WS-STAT-IDX)     TO RPT-READ-O.
           MOVE WS-STAT-KEPT(WS-STAT-IDX)     TO RPT-KEPT-O.
           MOVE WS-STAT-HELD(WS-STAT-IDX)     TO RPT-HELD-O.
           MOVE WS-STAT-ARCHIVED(WS-STAT-IDX) TO RPT-ARCHIVED-O.
           MOVE WS-STAT-DROPPED(WS-STAT-IDX)  TO RPT-DROPPED-O.
           MOVE 0 TO RPT-PERIOD-O.
           SET WS-FILE-NO TO WS-STAT-IDX.
           SET RULE-NOT-FOUND TO TRUE.
           IF WS-RET-COUNT > 0
               PERFORM SEARCH-RETENTION
                   VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
                      OR RULE-FOUND
               IF RULE-FOUND
                   SET WS-RET-IDX DOWN BY 1
                   MOVE WS-RET-PERIOD(WS-RET-IDX)  TO RPT-PERIOD-O
                   MOVE WS-RET-UNIT(WS-RET-IDX)    TO RPT-UNIT-O
                   MOVE WS-RET-CLOSED(WS-RET-IDX)  TO RPT-CLOSED-O
                   MOVE WS-RET-ARCHIVE(WS-RET-IDX) TO RPT-ARCHIVE-O
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-STAT-PRESENT(WS-STAT-IDX) NOT = 'Y'
                   MOVE 'NOT PRESENT'        TO RPT-NOTE-O
               WHEN WS-STAT-RULE(WS-STAT-IDX) = 'I'
                   MOVE 'INVALID RULE - COPIED'  TO RPT-NOTE-O
               WHEN WS-STAT-RULE(WS-STAT-IDX) NOT = 'Y'
                   MOVE 'NO RULE - COPIED'   TO RPT-NOTE-O
               WHEN OTHER
                   MOVE SPACES               TO RPT-NOTE-O
           END-EVALUATE.
           IF WS-STAT-READ(WS-STAT-IDX) NOT =
              WS-STAT-KEPT(WS-STAT-IDX) + WS-STAT-ARCHIVED(WS-STAT-IDX)
              + WS-STAT-DROPPED(WS-STAT-IDX)
               MOVE 'OUT OF BALANCE'         TO RPT-NOTE-O
               ADD 1 TO WS-BAD-FILE-COUNT
           END-IF.
           WRITE RPT-REC FROM RPT-DETAIL.
       WRITE-FILE-LINE-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RETENTION-FILE
           CLOSE AUDH-OUT-FILE
           CLOSE JRNL-OUT-FILE
           CLOSE DORM-OUT-FILE
           CLOSE ACCR-OUT-FILE
           CLOSE ORPH-OUT-FILE
           CLOSE EXCW-OUT-FILE
           CLOSE REJC-OUT-FILE
           CLOSE SUSP-OUT-FILE
           CLOSE SNAP-OUT-FILE
           CLOSE ARCHIVE-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
