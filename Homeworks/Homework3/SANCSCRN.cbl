       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- SANCTIONS NAME SCREENING. COMPLIANCE RECEIVES A SANCTIONS
      *      LIST EVERY WEEK AND NOTHING EVER COMPARED OUR CUSTOMERS
      *      WITH IT. THIS PROGRAM SCREENS EVERY CUSTOMER NAME ON
      *      DATAIN (DATA-NAME/DATA-SURNAME) AND EVERY ACCOUNT NAME
      *      ON THE UNLOAD (IDX-NAME/IDX-SURNAME) AGAINST THE LIST.
      *      NAMES ARE COMPARED NORMALIZED - UPPER CASE, SPACES AND
      *      PUNCTUATION SQUEEZED OUT, TURKISH LETTERS FOLDED TO
      *      THEIR PLAIN FORM - AND SCORED 0-100 BY SHARED LETTER
      *      PAIRS, STRAIGHT AND WITH NAME AND SURNAME SWAPPED. A
      *      SCORE AT OR OVER THE SANCPARM THRESHOLD IS A HIT.
      *      EVERY HIT IS KEPT IN A HIT FILE THAT CYCLES RUN TO RUN
      *      (SANCHSTI IN, SANCHSTO OUT - THE DORMTRK PATTERN) AS
      *      'P' PENDING UNTIL COMPLIANCE DECIDES IT THROUGH THE
      *      SANCDISP FILE: 'C' CLEARED (A FALSE MATCH) OR 'F'
      *      CONFIRMED. EVERY ACCOUNT LINKED TO A PENDING OR
      *      CONFIRMED HIT - THROUGH XREFIN FOR A CUSTOMER, ALL ITS
      *      CURRENCY LEGS FOR AN ACCOUNT - IS WRITTEN TO THE POSTBLK
      *      POSTING BLOCK LIST THAT TRNPOST AND STORDGEN HONOR. A
      *      CLEARED HIT DROPS OFF THE LIST AND STAYS CLEARED. EVERY
      *      NEW HIT AND EVERY DECISION, APPLIED OR REFUSED, IS
      *      APPENDED TO THE SANCLOG DECISION LOG FOR AUDIT.
      *2026-10-15 HCP XREFIN LINKS NOW CARRY A ROLE. A HIT ON A CUSTOMER
      *           BLOCKS EVERY ACCOUNT THE CUSTOMER IS LINKED TO IN ANY
      *           ROLE - A SANCTIONED JOINT HOLDER OR ATTORNEY TAINTS
      *           THE ACCOUNT AS MUCH AS THE PRIMARY DOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE   ASSIGN TO SANCLIST
                             STATUS ST-LIST.
           SELECT PARM-FILE   ASSIGN TO SANCPARM
                             STATUS ST-PARM.
           SELECT DATA-FILE   ASSIGN TO DATAIN
                             STATUS ST-DATA.
           SELECT UNLOAD-FILE ASSIGN TO UNLDIN
                             STATUS ST-UNLOAD.
           SELECT XREF-FILE   ASSIGN TO XREFIN
                             STATUS ST-XREF.
           SELECT HIT-IN-FILE ASSIGN TO SANCHSTI
                             STATUS ST-HIT-IN.
           SELECT HIT-OUT-FILE ASSIGN TO SANCHSTO
                             STATUS ST-HIT-OUT.
           SELECT DISP-FILE   ASSIGN TO SANCDISP
                             STATUS ST-DISP.
           SELECT LOG-FILE    ASSIGN TO SANCLOG
                             STATUS ST-LOG.
           SELECT BLOCK-FILE  ASSIGN TO POSTBLK
                             STATUS ST-BLOCK.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT REPORT-FILE ASSIGN TO SANCRPT
                             STATUS ST-REPORT.
       DATA DIVISION.
       FILE SECTION.
      *---- ONE LISTED PARTY PER LINE: THE LIST'S OWN ENTRY ID, THE
      *      GIVEN NAME(S) AND THE FAMILY NAME. A PARTY LISTED UNDER
      *      ONE FULL NAME MAY COME WITH THE SURNAME FIELD BLANK.
       FD  LIST-FILE RECORDING MODE F.
         01  LIST-REC.
           05 LST-ENTRY-ID-I        PIC X(10).
           05 FILLER                PIC X(01).
           05 LST-NAME-I            PIC X(30).
           05 FILLER                PIC X(01).
           05 LST-SURNAME-I         PIC X(30).
      *---- ONE OPTIONAL CARD: THE MATCH SCORE (0-100) AT OR OVER
      *      WHICH A NAME IS A HIT. NO CARD MEANS 85.
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           05 PRM-THRESHOLD-I       PIC 9(03).
      *---- SAME LAYOUT MYDCALC READS DATAIN WITH. ONLY THE TYPE-'1'
      *      CUSTOMER RECORDS CARRY A NAME.
       FD  DATA-FILE RECORDING MODE F.
         01  DATA-IN.
           05 DATA-REC-TYPE         PIC X(01).
             88 DATA-BASE-REC                    VALUE '1'.
           05 DATA-ID               PIC X(04).
           05 DATA-NAME             PIC X(15).
           05 DATA-SURNAME          PIC X(15).
           05 DATA-DATE             PIC 9(08).
           05 DATA-NDATE            PIC 9(08).
           05 FILLER                PIC X(35).
      *---- SAME LAYOUT IDXUNLD WRITES - DATA LINES AND TRAILER BOTH.
       FD  UNLOAD-FILE RECORDING MODE F.
         01  UNLOAD-REC.
           05 UNLOAD-ID-I        PIC 9(05).
           05 FILLER             PIC X(01).
           05 UNLOAD-DVZ-I       PIC 9(03).
           05 FILLER             PIC X(01).
           05 UNLOAD-NAME-I      PIC X(15).
           05 UNLOAD-SURNAME-I   PIC X(15).
           05 FILLER             PIC X(57).
      *---- SAME LAYOUT XREFMNT CYCLES - ONE CUSTOMER-TO-ACCOUNT LINK.
      *      THE ROLE IS NOT TESTED HERE.
       FD  XREF-FILE RECORDING MODE F.
         01  XREF-REC.
           05 XRF-CUST-I         PIC X(05).
           05 FILLER             PIC X(01).
           05 XRF-ACCT-I         PIC X(05).
           05 FILLER             PIC X(01).
           05 XRF-DVZ-I          PIC X(03).
           05 FILLER             PIC X(01).
           05 XRF-ROLE-I         PIC X(01).
      *---- ONE RECORD PER HIT EVER FOUND: WHO ('C' A CUSTOMER ON
      *      DATAIN, 'A' AN ACCOUNT ON THE UNLOAD) MATCHED WHICH LIST
      *      ENTRY AT WHAT SCORE, 'P' PENDING / 'C' CLEARED / 'F'
      *      CONFIRMED, WHEN IT WAS FIRST AND LAST SEEN, AND WHO
      *      DECIDED IT WHEN. SANCHSTO BECOMES THE NEXT SANCHSTI.
       FD  HIT-IN-FILE RECORDING MODE F.
         01  HIT-IN-REC.
           05 HIT-TYPE-I            PIC X(01).
           05 FILLER                PIC X(01).
           05 HIT-SUBJ-ID-I         PIC 9(05).
           05 FILLER                PIC X(01).
           05 HIT-ENTRY-ID-I        PIC X(10).
           05 FILLER                PIC X(01).
           05 HIT-SCORE-I           PIC 9(03).
           05 FILLER                PIC X(01).
           05 HIT-STATUS-I          PIC X(01).
           05 FILLER                PIC X(01).
           05 HIT-FIRST-DATE-I      PIC 9(08).
           05 FILLER                PIC X(01).
           05 HIT-LAST-DATE-I       PIC 9(08).
           05 FILLER                PIC X(01).
           05 HIT-DECIDED-DATE-I    PIC 9(08).
           05 FILLER                PIC X(01).
           05 HIT-ANALYST-I         PIC X(08).
           05 FILLER                PIC X(01).
           05 HIT-SUBJ-NAME-I       PIC X(31).
           05 FILLER                PIC X(01).
           05 HIT-LIST-NAME-I       PIC X(31).
       FD  HIT-OUT-FILE RECORDING MODE F.
         01  HIT-OUT-REC.
           05 HIT-TYPE-O            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIT-SUBJ-ID-O         PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIT-ENTRY-ID-O        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIT-SCORE-O           PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIT-STATUS-O          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIT-FIRST-DATE-O      PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIT-LAST-DATE-O       PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIT-DECIDED-DATE-O    PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIT-ANALYST-O         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIT-SUBJ-NAME-O       PIC X(31).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIT-LIST-NAME-O       PIC X(31).
      *---- A COMPLIANCE DECISION ON ONE HIT, NAMED BY ITS KEY (TYPE,
      *      SUBJECT ID, LIST ENTRY ID): 'C' CLEAR OR 'F' CONFIRM,
      *      WITH THE OFFICER AND A FREE-TEXT REASON.
       FD  DISP-FILE RECORDING MODE F.
         01  DISP-REC.
           05 DSP-TYPE-I            PIC X(01).
           05 FILLER                PIC X(01).
           05 DSP-SUBJ-ID-I         PIC X(05).
           05 FILLER                PIC X(01).
           05 DSP-ENTRY-ID-I        PIC X(10).
           05 FILLER                PIC X(01).
           05 DSP-ACTION-I          PIC X(01).
           05 FILLER                PIC X(01).
           05 DSP-ANALYST-I         PIC X(08).
           05 FILLER                PIC X(01).
           05 DSP-REASON-I          PIC X(30).
      *---- THE DECISION LOG. NEVER REWRITTEN - EACH RUN APPENDS, SO
      *      THE WHOLE LIFE OF EVERY HIT CAN BE REPLAYED: WHEN IT WAS
      *      FOUND, EVERY STATUS CHANGE, EVERY REFUSED DECISION.
       FD  LOG-FILE RECORDING MODE F.
         01  LOG-REC.
           05 LOG-TIMESTAMP-O       PIC X(21).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LOG-BUS-DATE-O        PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LOG-TYPE-O            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LOG-SUBJ-ID-O         PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LOG-ENTRY-ID-O        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LOG-SCORE-O           PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LOG-OLD-STATUS-O      PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LOG-NEW-STATUS-O      PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LOG-ANALYST-O         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LOG-REASON-O          PIC X(30).
      *---- ONE RECORD PER BLOCKED ACCOUNT KEY, WITH THE HIT THAT
      *      BLOCKS IT ('P' PENDING REVIEW, 'F' CONFIRMED). TRNPOST
      *      AND STORDGEN READ THIS SAME LAYOUT.
       FD  BLOCK-FILE RECORDING MODE F.
         01  BLOCK-REC.
           05 BLK-ID-O              PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BLK-DVZ-O             PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BLK-STATUS-O          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BLK-TYPE-O            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BLK-SUBJ-ID-O         PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BLK-ENTRY-ID-O        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BLK-SINCE-O           PIC 9(08).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-TYPE-O            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-SUBJ-ID-O         PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-SUBJ-NAME-O       PIC X(31).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-ENTRY-ID-O        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-LIST-NAME-O       PIC X(31).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-SCORE-O           PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-TAG-O             PIC X(33).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-LIST           PIC 9(02).
             88 LIST-EOF                  VALUE 10.
             88 LIST-OK                   VALUE 00 97.
           05 ST-PARM           PIC 9(02).
             88 PARM-OK                   VALUE 00 97.
           05 ST-DATA           PIC 9(02).
             88 DATA-EOF                  VALUE 10.
             88 DATA-OK                   VALUE 00 97.
           05 ST-UNLOAD         PIC 9(02).
             88 UNLOAD-EOF                VALUE 10.
             88 UNLOAD-OK                 VALUE 00 97.
           05 ST-XREF           PIC 9(02).
             88 XREF-EOF                  VALUE 10.
             88 XREF-OK                   VALUE 00 97.
           05 ST-HIT-IN         PIC 9(02).
             88 HIT-IN-EOF                VALUE 10.
             88 HIT-IN-OK                 VALUE 00 97.
           05 ST-HIT-OUT        PIC 9(02).
             88 HIT-OUT-OK                VALUE 00 97.
           05 ST-DISP           PIC 9(02).
             88 DISP-EOF                  VALUE 10.
             88 DISP-OK                   VALUE 00 97.
           05 ST-LOG            PIC 9(02).
             88 LOG-OK                    VALUE 00 97.
           05 ST-BLOCK          PIC 9(02).
             88 BLOCK-OK                  VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-OK                 VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-THRESHOLD      PIC 9(03) VALUE 85.
           05 WS-SUB            PIC 9(05) COMP.
           05 WS-REJECT-REASON  PIC X(30).
           05 WS-OLD-STATUS     PIC X(01).

      *---- THE PARTY BEING SCREENED: ITS KEY, ITS NAME AS PRINTED
      *      AND ITS NORMALIZED NAME AND SURNAME.
         01  WS-SUBJECT-DATA.
           05 WS-SUBJ-TYPE      PIC X(01).
           05 WS-SUBJ-ID        PIC 9(05).
           05 WS-SUBJ-PRINT     PIC X(31).
           05 WS-SUBJ-NAME-N    PIC X(30).
           05 WS-SUBJ-NAME-LEN  PIC 9(02) COMP.
           05 WS-SUBJ-SUR-N     PIC X(30).
           05 WS-SUBJ-SUR-LEN   PIC 9(02) COMP.
           05 WS-SUBJ-FULL-N    PIC X(60).
           05 WS-SUBJ-FULL-LEN  PIC 9(02) COMP.

      *---- THE WEEK'S LIST, NORMALIZED ONCE ON LOAD.
         01  WS-LIST-TABLE.
           05 WS-LST-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-LST-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-LST-IDX.
             10 WS-LST-ENTRY-ID  PIC X(10).
             10 WS-LST-PRINT     PIC X(31).
             10 WS-LST-NAME-N    PIC X(30).
             10 WS-LST-NAME-LEN  PIC 9(02) COMP.
             10 WS-LST-SUR-N     PIC X(30).
             10 WS-LST-SUR-LEN   PIC 9(02) COMP.
             10 WS-LST-FULL-N    PIC X(60).
             10 WS-LST-FULL-LEN  PIC 9(02) COMP.

      *---- EVERY HIT ON FILE PLUS THOSE FOUND TODAY.
         01  WS-HIT-TABLE.
           05 WS-HIT-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-HIT-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-HIT-IDX.
             10 WS-HIT-TYPE      PIC X(01).
             10 WS-HIT-SUBJ-ID   PIC 9(05).
             10 WS-HIT-ENTRY-ID  PIC X(10).
             10 WS-HIT-SCORE     PIC 9(03).
             10 WS-HIT-STATUS    PIC X(01).
               88 HIT-IS-PENDING          VALUE 'P'.
               88 HIT-IS-CLEARED          VALUE 'C'.
               88 HIT-IS-CONFIRMED        VALUE 'F'.
             10 WS-HIT-FIRST     PIC 9(08).
             10 WS-HIT-LAST      PIC 9(08).
             10 WS-HIT-DECIDED   PIC 9(08).
             10 WS-HIT-ANALYST   PIC X(08).
             10 WS-HIT-SUBJ-NAME PIC X(31).
             10 WS-HIT-LIST-NAME PIC X(31).
           05 WS-HIT-FOUND-SW    PIC X(01).
             88 HIT-FOUND                 VALUE 'Y'.
             88 HIT-NOT-FOUND             VALUE 'N'.
           05 WS-LOOK-TYPE       PIC X(01).
           05 WS-LOOK-SUBJ-ID    PIC 9(05).
           05 WS-LOOK-ENTRY-ID   PIC X(10).

      *---- CUSTOMER-TO-ACCOUNT LINKS, FOR BLOCKING A CUSTOMER HIT.
         01  WS-XREF-TABLE.
           05 WS-XREF-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-XREF-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-XREF-IDX.
             10 WS-XREF-CUST     PIC 9(05).
             10 WS-XREF-ACCT     PIC 9(05).
             10 WS-XREF-DVZ      PIC 9(03).

      *---- EVERY ACCOUNT KEY ON THE UNLOAD, FOR BLOCKING ALL THE
      *      CURRENCY LEGS OF AN ACCOUNT HIT. THE FIRST LEG OF EACH
      *      ID IS THE ONE SCREENED - THE LEGS REPEAT THE SAME NAME.
         01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-ACCT-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-ACCT-IDX.
             10 WS-ACCT-ID       PIC 9(05).
             10 WS-ACCT-DVZ      PIC 9(03).
             10 WS-ACCT-NAME     PIC X(15).
             10 WS-ACCT-SURNAME  PIC X(15).
             10 WS-ACCT-FIRST-SW PIC X(01).

      *---- THE KEYS ALREADY WRITTEN TO POSTBLK, SO A KEY BLOCKED BY
      *      TWO HITS IS LISTED ONCE.
         01  WS-BLOCK-TABLE.
           05 WS-BLK-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-BLK-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-BLK-IDX.
             10 WS-BLK-ID        PIC 9(05).
             10 WS-BLK-DVZ       PIC 9(03).
           05 WS-BLK-FOUND-SW    PIC X(01).
             88 BLOCK-FOUND               VALUE 'Y'.
             88 BLOCK-NOT-FOUND           VALUE 'N'.
           05 WS-LOOK-BLK-ID     PIC 9(05).
           05 WS-LOOK-BLK-DVZ    PIC 9(03).
           05 WS-BLK-LINKS       PIC 9(05) COMP.

      *---- NAME NORMALIZATION. TURKISH LETTERS ARE FOLDED TO THEIR
      *      PLAIN LATIN LETTER WHETHER THEY ARRIVE AS SINGLE BYTES
      *      (ISO 8859-9, THE WAY THE BRANCH SYSTEMS WRITE THEM) OR AS
      *      UTF-8 BYTE PAIRS (THE WAY THE WEEKLY LIST ARRIVES FROM
      *      COMPLIANCE). ANYTHING THAT IS NOT A LETTER - SPACES,
      *      DOTS, HYPHENS, APOSTROPHES - IS SQUEEZED OUT.
         01  WS-NORM-AREA.
           05 NORM-KAYNAK        PIC X(30).
           05 NORM-SONUC         PIC X(30).
           05 NORM-LEN           PIC 9(02) COMP.
           05 NORM-IND           PIC 9(02) COMP.
           05 NORM-CHAR          PIC X(01).
           05 NORM-PAIR          PIC X(02).
           05 NORM-LOWER         PIC X(26)
                       VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 NORM-UPPER         PIC X(26)
                       VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 NORM-TR-SINGLE     PIC X(12)
                       VALUE X'C7E7D0F0DDFDD6F6DEFEDCFC'.
           05 NORM-TR-PLAIN      PIC X(12) VALUE 'CCGGIIOOSSUU'.
           05 NORM-PAIR-FOUND-SW PIC X(01).
             88 PAIR-FOUND                VALUE 'Y'.
             88 PAIR-NOT-FOUND            VALUE 'N'.
         01  NORM-UTF8-VALUES.
           05 FILLER             PIC X(02) VALUE X'C387'.
           05 FILLER             PIC X(01) VALUE 'C'.
           05 FILLER             PIC X(02) VALUE X'C3A7'.
           05 FILLER             PIC X(01) VALUE 'C'.
           05 FILLER             PIC X(02) VALUE X'C49E'.
           05 FILLER             PIC X(01) VALUE 'G'.
           05 FILLER             PIC X(02) VALUE X'C49F'.
           05 FILLER             PIC X(01) VALUE 'G'.
           05 FILLER             PIC X(02) VALUE X'C4B0'.
           05 FILLER             PIC X(01) VALUE 'I'.
           05 FILLER             PIC X(02) VALUE X'C4B1'.
           05 FILLER             PIC X(01) VALUE 'I'.
           05 FILLER             PIC X(02) VALUE X'C396'.
           05 FILLER             PIC X(01) VALUE 'O'.
           05 FILLER             PIC X(02) VALUE X'C3B6'.
           05 FILLER             PIC X(01) VALUE 'O'.
           05 FILLER             PIC X(02) VALUE X'C59E'.
           05 FILLER             PIC X(01) VALUE 'S'.
           05 FILLER             PIC X(02) VALUE X'C59F'.
           05 FILLER             PIC X(01) VALUE 'S'.
           05 FILLER             PIC X(02) VALUE X'C39C'.
           05 FILLER             PIC X(01) VALUE 'U'.
           05 FILLER             PIC X(02) VALUE X'C3BC'.
           05 FILLER             PIC X(01) VALUE 'U'.
         01  NORM-UTF8-TABLE REDEFINES NORM-UTF8-VALUES.
           05 NORM-UTF8-ENTRY OCCURS 12 TIMES
                             INDEXED BY NORM-UTF8-IDX.
             10 NORM-UTF8-BYTES  PIC X(02).
             10 NORM-UTF8-PLAIN  PIC X(01).

      *---- LETTER-PAIR SCORING: TWICE THE LETTER PAIRS THE TWO
      *      STRINGS SHARE, OVER THE PAIRS THEY HAVE BETWEEN THEM, AS
      *      A PERCENTAGE. EACH PAIR OF THE SECOND STRING MATCHES AT
      *      MOST ONCE.
         01  WS-SCORE-AREA.
           05 SCR-A              PIC X(60).
           05 SCR-A-LEN          PIC 9(02) COMP.
           05 SCR-B              PIC X(60).
           05 SCR-B-LEN          PIC 9(02) COMP.
           05 SCR-I              PIC 9(02) COMP.
           05 SCR-J              PIC 9(02) COMP.
           05 SCR-COMMON         PIC 9(03) COMP.
           05 SCR-RESULT         PIC 9(03).
           05 SCR-USED-FLAGS.
             10 SCR-USED OCCURS 60 TIMES PIC X(01).
           05 SCR-PAIR-SW        PIC X(01).
             88 SCR-PAIR-MATCHED          VALUE 'Y'.
             88 SCR-PAIR-UNMATCHED        VALUE 'N'.
           05 SCR-NAME-SIM       PIC 9(03).
           05 SCR-SUR-SIM        PIC 9(03).
           05 SCR-STRAIGHT       PIC 9(03).
           05 SCR-SWAPPED        PIC 9(03).
           05 SCR-FULL           PIC 9(03).
           05 SCR-BEST           PIC 9(03).
           05 SCR-HOW            PIC X(12).

         01  WS-CONTROL-TOTALS.
           05 WS-LIST-READ-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-CUST-SCREENED   PIC 9(07) COMP VALUE 0.
           05 WS-ACCT-SCREENED   PIC 9(07) COMP VALUE 0.
           05 WS-NEW-HIT-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-SEEN-HIT-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-DISP-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-DISP-BAD-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-PENDING-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-CONFIRMED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-CLEARED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-BLOCKED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-NOLINK-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-DROPPED-COUNT   PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(34)
                         VALUE 'Sanctions Name Screening          '.
           05  FILLER         PIC X(15) VALUE 'BUSINESS DATE '.
           05 HDR-DATE-O      PIC 9(08).
           05  FILLER         PIC X(10) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'THRESHOLD '.
           05 HDR-THRESHOLD-O PIC ZZ9.
           05  FILLER         PIC X(40) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'T Id    '.
           05  FILLER         PIC X(32) VALUE 'Name screened'.
           05  FILLER         PIC X(11) VALUE 'List entry '.
           05  FILLER         PIC X(32) VALUE 'Listed as'.
           05  FILLER         PIC X(04) VALUE 'Scr '.
           05  FILLER         PIC X(33) VALUE 'Result'.
         01  RPT-SECTION-LINE.
           05 SEC-TITLE-O         PIC X(40).
           05 FILLER              PIC X(80) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(30).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(75) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H110-READ-THRESHOLD
           PERFORM H150-WRITE-HEADERS
           PERFORM H120-LOAD-LIST
           PERFORM H130-LOAD-XREF
           PERFORM H140-LOAD-ACCOUNTS
           PERFORM H160-LOAD-HITS
           PERFORM H170-APPLY-DISPOSITIONS
           PERFORM H200-SCREEN-CUSTOMERS
           PERFORM H300-SCREEN-ACCOUNTS
           PERFORM H700-WRITE-BLOCK-LIST
           PERFORM H800-WRITE-HITS
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  LIST-FILE.
           OPEN INPUT  DATA-FILE.
           OPEN INPUT  UNLOAD-FILE.
           OPEN INPUT  XREF-FILE.
           OPEN OUTPUT HIT-OUT-FILE.
           OPEN OUTPUT BLOCK-FILE.
           OPEN OUTPUT REPORT-FILE.
      *---- SANCLOG IS NEVER REPLACED, ONLY EXTENDED - IT IS THE
      *      STANDING RECORD OF EVERY SCREENING DECISION.
           OPEN EXTEND LOG-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT LIST-OK)
           DISPLAY 'UNABLE TO OPEN SANCLIST: ' ST-LIST
           MOVE ST-LIST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT DATA-OK)
           DISPLAY 'UNABLE TO OPEN DATAIN: ' ST-DATA
           MOVE ST-DATA TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT UNLOAD-OK)
           DISPLAY 'UNABLE TO OPEN UNLDIN: ' ST-UNLOAD
           MOVE ST-UNLOAD TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT XREF-OK)
           DISPLAY 'UNABLE TO OPEN XREFIN: ' ST-XREF
           MOVE ST-XREF TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HIT-OUT-OK)
           DISPLAY 'UNABLE TO OPEN SANCHSTO: ' ST-HIT-OUT
           MOVE ST-HIT-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT BLOCK-OK)
           DISPLAY 'UNABLE TO OPEN POSTBLK: ' ST-BLOCK
           MOVE ST-BLOCK TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-OK)
           DISPLAY 'UNABLE TO OPEN SANCRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT LOG-OK)
           DISPLAY 'UNABLE TO OPEN SANCLOG: ' ST-LOG
           MOVE ST-LOG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

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

      *---- SANCPARM IS OPTIONAL THE WAY CTLPARM IS - NO CARD, OR A
      *      SCORE OUTSIDE 1-100, LEAVES THE DEFAULT OF 85.
       H110-READ-THRESHOLD.
           OPEN INPUT PARM-FILE.
           IF PARM-OK
               READ PARM-FILE
                   AT END CONTINUE
               END-READ
               IF PARM-OK AND PRM-THRESHOLD-I IS NUMERIC
                   AND PRM-THRESHOLD-I > 0
                   AND PRM-THRESHOLD-I NOT > 100
                   MOVE PRM-THRESHOLD-I TO WS-THRESHOLD
               END-IF
               CLOSE PARM-FILE
           END-IF.
       H110-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           MOVE WS-TODAY-GREG TO HDR-DATE-O.
           MOVE WS-THRESHOLD  TO HDR-THRESHOLD-O.
           WRITE RPT-REC FROM RPT-HEADER-1.
       H150-END. EXIT.

       H120-LOAD-LIST.
           READ LIST-FILE
               AT END SET LIST-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-LIST-ENTRY UNTIL LIST-EOF.
           CLOSE LIST-FILE.
       H120-END. EXIT.

       LOAD-NEXT-LIST-ENTRY.
           ADD 1 TO WS-LIST-READ-COUNT.
           IF LST-ENTRY-ID-I NOT = SPACES AND
              (LST-NAME-I NOT = SPACES OR LST-SURNAME-I NOT = SPACES)
               IF WS-LST-COUNT < 9999
                   ADD 1 TO WS-LST-COUNT
                   SET WS-LST-IDX TO WS-LST-COUNT
                   MOVE LST-ENTRY-ID-I TO WS-LST-ENTRY-ID(WS-LST-IDX)
                   MOVE LST-NAME-I    TO NORM-KAYNAK
                   PERFORM NORMALIZE-NAME
                   MOVE NORM-SONUC    TO WS-LST-NAME-N(WS-LST-IDX)
                   MOVE NORM-LEN      TO WS-LST-NAME-LEN(WS-LST-IDX)
                   MOVE LST-SURNAME-I TO NORM-KAYNAK
                   PERFORM NORMALIZE-NAME
                   MOVE NORM-SONUC    TO WS-LST-SUR-N(WS-LST-IDX)
                   MOVE NORM-LEN      TO WS-LST-SUR-LEN(WS-LST-IDX)
                   MOVE SPACES TO WS-LST-FULL-N(WS-LST-IDX)
                   STRING WS-LST-NAME-N(WS-LST-IDX) DELIMITED BY SPACE
                          WS-LST-SUR-N(WS-LST-IDX)  DELIMITED BY SPACE
                       INTO WS-LST-FULL-N(WS-LST-IDX)
                   END-STRING
                   COMPUTE WS-LST-FULL-LEN(WS-LST-IDX) =
                       WS-LST-NAME-LEN(WS-LST-IDX)
                     + WS-LST-SUR-LEN(WS-LST-IDX)
                   MOVE SPACES TO WS-LST-PRINT(WS-LST-IDX)
                   STRING LST-NAME-I    DELIMITED BY '  '
                          ' '           DELIMITED BY SIZE
                          LST-SURNAME-I DELIMITED BY '  '
                       INTO WS-LST-PRINT(WS-LST-IDX)
                   END-STRING
               ELSE
                   DISPLAY 'WS-LIST-TABLE FULL, SKIPPING ENTRY='
                       LST-ENTRY-ID-I
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.
           READ LIST-FILE
               AT END SET LIST-EOF TO TRUE
           END-READ.
       LOAD-NEXT-LIST-ENTRY-END. EXIT.

       H130-LOAD-XREF.
           READ XREF-FILE
               AT END SET XREF-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-XREF UNTIL XREF-EOF.
           CLOSE XREF-FILE.
       H130-END. EXIT.

       LOAD-NEXT-XREF.
           IF XRF-CUST-I IS NUMERIC AND XRF-ACCT-I IS NUMERIC
              AND XRF-DVZ-I IS NUMERIC
               IF WS-XREF-COUNT < 9999
                   ADD 1 TO WS-XREF-COUNT
                   SET WS-XREF-IDX TO WS-XREF-COUNT
                   MOVE XRF-CUST-I TO WS-XREF-CUST(WS-XREF-IDX)
                   MOVE XRF-ACCT-I TO WS-XREF-ACCT(WS-XREF-IDX)
                   MOVE XRF-DVZ-I  TO WS-XREF-DVZ(WS-XREF-IDX)
               ELSE
                   DISPLAY 'WS-XREF-TABLE FULL, SKIPPING CUST='
                       XRF-CUST-I
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.
           READ XREF-FILE
               AT END SET XREF-EOF TO TRUE
           END-READ.
       LOAD-NEXT-XREF-END. EXIT.

      *---- A NON-NUMERIC LINE IS THE UNLOAD TRAILER - SKIPPED. THE
      *      UNLOAD COMES OUT IN KEY ORDER, SO AN ID'S FIRST LEG IS
      *      THE ONE WHOSE ID DIFFERS FROM THE LINE BEFORE.
       H140-LOAD-ACCOUNTS.
           READ UNLOAD-FILE
               AT END SET UNLOAD-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-ACCOUNT UNTIL UNLOAD-EOF.
           CLOSE UNLOAD-FILE.
       H140-END. EXIT.

       LOAD-NEXT-ACCOUNT.
           IF UNLOAD-ID-I IS NUMERIC AND UNLOAD-DVZ-I IS NUMERIC
               IF WS-ACCT-COUNT < 9999
                   ADD 1 TO WS-ACCT-COUNT
                   SET WS-ACCT-IDX TO WS-ACCT-COUNT
                   MOVE UNLOAD-ID-I      TO WS-ACCT-ID(WS-ACCT-IDX)
                   MOVE UNLOAD-DVZ-I     TO WS-ACCT-DVZ(WS-ACCT-IDX)
                   MOVE UNLOAD-NAME-I    TO WS-ACCT-NAME(WS-ACCT-IDX)
                   MOVE UNLOAD-SURNAME-I
                       TO WS-ACCT-SURNAME(WS-ACCT-IDX)
                   MOVE 'Y' TO WS-ACCT-FIRST-SW(WS-ACCT-IDX)
                   IF WS-ACCT-COUNT > 1
                       IF WS-ACCT-ID(WS-ACCT-IDX - 1) = UNLOAD-ID-I
                           MOVE 'N' TO WS-ACCT-FIRST-SW(WS-ACCT-IDX)
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'WS-ACCT-TABLE FULL, SKIPPING ID='
                       UNLOAD-ID-I
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.
           READ UNLOAD-FILE
               AT END SET UNLOAD-EOF TO TRUE
           END-READ.
       LOAD-NEXT-ACCOUNT-END. EXIT.

      *---- SANCHSTI IS OPTIONAL THE WAY DORMHSTI IS - THE FIRST RUN
      *      EVER HAS NO HITS.
       H160-LOAD-HITS.
           OPEN INPUT HIT-IN-FILE.
           IF HIT-IN-OK
               READ HIT-IN-FILE
                   AT END SET HIT-IN-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-HIT UNTIL HIT-IN-EOF
               CLOSE HIT-IN-FILE
           END-IF.
       H160-END. EXIT.

       LOAD-NEXT-HIT.
           IF HIT-SUBJ-ID-I IS NUMERIC
               IF WS-HIT-COUNT < 9999
                   ADD 1 TO WS-HIT-COUNT
                   SET WS-HIT-IDX TO WS-HIT-COUNT
                   MOVE HIT-TYPE-I         TO WS-HIT-TYPE(WS-HIT-IDX)
                   MOVE HIT-SUBJ-ID-I
                       TO WS-HIT-SUBJ-ID(WS-HIT-IDX)
                   MOVE HIT-ENTRY-ID-I
                       TO WS-HIT-ENTRY-ID(WS-HIT-IDX)
                   MOVE HIT-SCORE-I        TO WS-HIT-SCORE(WS-HIT-IDX)
                   MOVE HIT-STATUS-I
                       TO WS-HIT-STATUS(WS-HIT-IDX)
                   MOVE HIT-FIRST-DATE-I   TO WS-HIT-FIRST(WS-HIT-IDX)
                   MOVE HIT-LAST-DATE-I    TO WS-HIT-LAST(WS-HIT-IDX)
                   MOVE HIT-DECIDED-DATE-I
                       TO WS-HIT-DECIDED(WS-HIT-IDX)
                   MOVE HIT-ANALYST-I
                       TO WS-HIT-ANALYST(WS-HIT-IDX)
                   MOVE HIT-SUBJ-NAME-I
                       TO WS-HIT-SUBJ-NAME(WS-HIT-IDX)
                   MOVE HIT-LIST-NAME-I
                       TO WS-HIT-LIST-NAME(WS-HIT-IDX)
               ELSE
      *---- A LOST PENDING HIT WOULD LIFT A BLOCK NOBODY CLEARED, SO
      *      A FULL TABLE FAILS THE RUN BELOW.
                   DISPLAY 'WS-HIT-TABLE FULL, HIT NOT CARRIED: '
                       HIT-SUBJ-ID-I ' ' HIT-ENTRY-ID-I
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.
           READ HIT-IN-FILE
               AT END SET HIT-IN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-HIT-END. EXIT.

      *---- SANCDISP IS OPTIONAL - MOST WEEKS COMPLIANCE DECIDES
      *      NOTHING. A DECISION NEEDS THE HIT ON FILE, AN OFFICER,
      *      AND 'C' OR 'F'; IT MAY OVERTURN AN EARLIER DECISION
      *      (A DELISTED PARTY IS CLEARED AFTER BEING CONFIRMED).
      *      APPLIED OR REFUSED, IT IS LOGGED AND PRINTED.
       H170-APPLY-DISPOSITIONS.
           OPEN INPUT DISP-FILE.
           IF DISP-OK
               MOVE SPACES TO RPT-SECTION-LINE
               MOVE 'COMPLIANCE DECISIONS' TO SEC-TITLE-O
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               WRITE RPT-REC FROM RPT-SECTION-LINE
               READ DISP-FILE
                   AT END SET DISP-EOF TO TRUE
               END-READ
               PERFORM APPLY-NEXT-DISPOSITION UNTIL DISP-EOF
               CLOSE DISP-FILE
           END-IF.
       H170-END. EXIT.

       APPLY-NEXT-DISPOSITION.
           MOVE SPACES TO WS-REJECT-REASON.
           SET HIT-NOT-FOUND TO TRUE.
           IF DSP-SUBJ-ID-I IS NUMERIC
               MOVE DSP-TYPE-I     TO WS-LOOK-TYPE
               MOVE DSP-SUBJ-ID-I  TO WS-LOOK-SUBJ-ID
               MOVE DSP-ENTRY-ID-I TO WS-LOOK-ENTRY-ID
               PERFORM FIND-HIT
           END-IF.
           EVALUATE TRUE
               WHEN HIT-NOT-FOUND
                   MOVE 'REFUSED - HIT NOT ON FILE' TO WS-REJECT-REASON
               WHEN DSP-ANALYST-I = SPACES
                   MOVE 'REFUSED - NO OFFICER' TO WS-REJECT-REASON
               WHEN DSP-ACTION-I NOT = 'C' AND DSP-ACTION-I NOT = 'F'
                   MOVE 'REFUSED - INVALID ACTION' TO WS-REJECT-REASON
               WHEN DSP-ACTION-I = WS-HIT-STATUS(WS-HIT-IDX)
                   MOVE 'REFUSED - ALREADY IN STATUS'
                       TO WS-REJECT-REASON
           END-EVALUATE.
           MOVE SPACES TO LOG-REC.
           MOVE WS-RUN-TIMESTAMP TO LOG-TIMESTAMP-O.
           MOVE WS-TODAY-GREG    TO LOG-BUS-DATE-O.
           MOVE DSP-TYPE-I       TO LOG-TYPE-O.
           MOVE DSP-SUBJ-ID-I    TO LOG-SUBJ-ID-O.
           MOVE DSP-ENTRY-ID-I   TO LOG-ENTRY-ID-O.
           MOVE DSP-ANALYST-I    TO LOG-ANALYST-O.
           MOVE 0                TO LOG-SCORE-O.
           MOVE SPACES TO RPT-REC.
           MOVE DSP-TYPE-I       TO RPT-TYPE-O.
           MOVE DSP-SUBJ-ID-I    TO RPT-SUBJ-ID-O.
           MOVE DSP-ENTRY-ID-I   TO RPT-ENTRY-ID-O.
           IF HIT-FOUND
               MOVE WS-HIT-SCORE(WS-HIT-IDX)     TO LOG-SCORE-O
               MOVE WS-HIT-STATUS(WS-HIT-IDX)    TO LOG-OLD-STATUS-O
               MOVE WS-HIT-STATUS(WS-HIT-IDX)    TO LOG-NEW-STATUS-O
               MOVE WS-HIT-SUBJ-NAME(WS-HIT-IDX) TO RPT-SUBJ-NAME-O
               MOVE WS-HIT-LIST-NAME(WS-HIT-IDX) TO RPT-LIST-NAME-O
               MOVE WS-HIT-SCORE(WS-HIT-IDX)     TO RPT-SCORE-O
           END-IF.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-DISP-COUNT
               MOVE DSP-ACTION-I  TO WS-HIT-STATUS(WS-HIT-IDX)
               MOVE DSP-ACTION-I  TO LOG-NEW-STATUS-O
               MOVE WS-TODAY-GREG TO WS-HIT-DECIDED(WS-HIT-IDX)
               MOVE DSP-ANALYST-I TO WS-HIT-ANALYST(WS-HIT-IDX)
               MOVE DSP-REASON-I  TO LOG-REASON-O
               IF DSP-ACTION-I = 'C'
                   MOVE 'CLEARED - BLOCK LIFTED' TO RPT-TAG-O
               ELSE
                   MOVE 'CONFIRMED - BLOCK STANDS' TO RPT-TAG-O
               END-IF
           ELSE
               ADD 1 TO WS-DISP-BAD-COUNT
               MOVE WS-REJECT-REASON TO LOG-REASON-O
               MOVE WS-REJECT-REASON TO RPT-TAG-O
           END-IF.
           WRITE LOG-REC.
           WRITE RPT-REC.
           READ DISP-FILE
               AT END SET DISP-EOF TO TRUE
           END-READ.
       APPLY-NEXT-DISPOSITION-END. EXIT.

      *---- EVERY TYPE-'1' CUSTOMER RECORD IS SCREENED; ADDRESS AND
      *      PREFERENCE RECORDS CARRY NO NAME.
       H200-SCREEN-CUSTOMERS.
           MOVE SPACES TO RPT-SECTION-LINE.
           MOVE 'HITS' TO SEC-TITLE-O.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-SECTION-LINE.
           WRITE RPT-REC FROM RPT-HEADER-2.
           READ DATA-FILE
               AT END SET DATA-EOF TO TRUE
           END-READ.
           PERFORM SCREEN-NEXT-CUSTOMER UNTIL DATA-EOF.
           CLOSE DATA-FILE.
       H200-END. EXIT.

       SCREEN-NEXT-CUSTOMER.
           IF DATA-BASE-REC AND DATA-ID IS NUMERIC
               ADD 1 TO WS-CUST-SCREENED
               MOVE 'C'          TO WS-SUBJ-TYPE
               MOVE DATA-ID      TO WS-SUBJ-ID
               MOVE DATA-NAME    TO NORM-KAYNAK
               PERFORM NORMALIZE-NAME
               MOVE NORM-SONUC   TO WS-SUBJ-NAME-N
               MOVE NORM-LEN     TO WS-SUBJ-NAME-LEN
               MOVE DATA-SURNAME TO NORM-KAYNAK
               PERFORM NORMALIZE-NAME
               MOVE NORM-SONUC   TO WS-SUBJ-SUR-N
               MOVE NORM-LEN     TO WS-SUBJ-SUR-LEN
               MOVE SPACES TO WS-SUBJ-PRINT
               STRING DATA-NAME    DELIMITED BY '  '
                      ' '          DELIMITED BY SIZE
                      DATA-SURNAME DELIMITED BY '  '
                   INTO WS-SUBJ-PRINT
               END-STRING
               PERFORM H400-SCREEN-SUBJECT
           END-IF.
           READ DATA-FILE
               AT END SET DATA-EOF TO TRUE
           END-READ.
       SCREEN-NEXT-CUSTOMER-END. EXIT.

       H300-SCREEN-ACCOUNTS.
           PERFORM SCREEN-NEXT-ACCOUNT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ACCT-COUNT.
       H300-END. EXIT.

       SCREEN-NEXT-ACCOUNT.
           SET WS-ACCT-IDX TO WS-SUB.
           IF WS-ACCT-FIRST-SW(WS-ACCT-IDX) = 'Y'
               ADD 1 TO WS-ACCT-SCREENED
               MOVE 'A'                     TO WS-SUBJ-TYPE
               MOVE WS-ACCT-ID(WS-ACCT-IDX) TO WS-SUBJ-ID
               MOVE WS-ACCT-NAME(WS-ACCT-IDX) TO NORM-KAYNAK
               PERFORM NORMALIZE-NAME
               MOVE NORM-SONUC   TO WS-SUBJ-NAME-N
               MOVE NORM-LEN     TO WS-SUBJ-NAME-LEN
               MOVE WS-ACCT-SURNAME(WS-ACCT-IDX) TO NORM-KAYNAK
               PERFORM NORMALIZE-NAME
               MOVE NORM-SONUC   TO WS-SUBJ-SUR-N
               MOVE NORM-LEN     TO WS-SUBJ-SUR-LEN
               MOVE SPACES TO WS-SUBJ-PRINT
               STRING WS-ACCT-NAME(WS-ACCT-IDX)    DELIMITED BY '  '
                      ' '                          DELIMITED BY SIZE
                      WS-ACCT-SURNAME(WS-ACCT-IDX) DELIMITED BY '  '
                   INTO WS-SUBJ-PRINT
               END-STRING
               PERFORM H400-SCREEN-SUBJECT
           END-IF.
       SCREEN-NEXT-ACCOUNT-END. EXIT.

      *---- THE SUBJECT IN HAND AGAINST EVERY LIST ENTRY. A NAME
      *      THAT NORMALIZES TO NOTHING CANNOT BE SCREENED.
       H400-SCREEN-SUBJECT.
           MOVE SPACES TO WS-SUBJ-FULL-N.
           STRING WS-SUBJ-NAME-N DELIMITED BY SPACE
                  WS-SUBJ-SUR-N  DELIMITED BY SPACE
               INTO WS-SUBJ-FULL-N
           END-STRING.
           COMPUTE WS-SUBJ-FULL-LEN =
               WS-SUBJ-NAME-LEN + WS-SUBJ-SUR-LEN.
           IF WS-SUBJ-FULL-LEN > 0
               PERFORM SCREEN-AGAINST-ENTRY
                   VARYING WS-LST-IDX FROM 1 BY 1
                   UNTIL WS-LST-IDX > WS-LST-COUNT
           END-IF.
       H400-END. EXIT.

      *---- THREE WAYS TO AGREE, THE BEST ONE COUNTS:
      *        STRAIGHT - SURNAME WITH SURNAME (60%), NAME WITH
      *                   NAME (40%);
      *        SWAPPED  - THE SAME WITH OUR NAME AND SURNAME
      *                   TRADED, FOR A LIST THAT PUTS THE FAMILY
      *                   NAME FIRST;
      *        FULL     - THE WHOLE NAME RUN TOGETHER, FOR A PARTY
      *                   LISTED UNDER ONE FULL NAME OR SPLIT AT A
      *                   DIFFERENT WORD.
       SCREEN-AGAINST-ENTRY.
           MOVE 0 TO SCR-STRAIGHT SCR-SWAPPED SCR-FULL.
           MOVE WS-SUBJ-SUR-N                TO SCR-A.
           MOVE WS-SUBJ-SUR-LEN              TO SCR-A-LEN.
           MOVE WS-LST-SUR-N(WS-LST-IDX)     TO SCR-B.
           MOVE WS-LST-SUR-LEN(WS-LST-IDX)   TO SCR-B-LEN.
           PERFORM H450-SCORE-PAIR.
           MOVE SCR-RESULT TO SCR-SUR-SIM.
           MOVE WS-SUBJ-NAME-N               TO SCR-A.
           MOVE WS-SUBJ-NAME-LEN             TO SCR-A-LEN.
           MOVE WS-LST-NAME-N(WS-LST-IDX)    TO SCR-B.
           MOVE WS-LST-NAME-LEN(WS-LST-IDX)  TO SCR-B-LEN.
           PERFORM H450-SCORE-PAIR.
           MOVE SCR-RESULT TO SCR-NAME-SIM.
           COMPUTE SCR-STRAIGHT =
               (SCR-SUR-SIM * 60 + SCR-NAME-SIM * 40) / 100.
           MOVE WS-SUBJ-NAME-N               TO SCR-A.
           MOVE WS-SUBJ-NAME-LEN             TO SCR-A-LEN.
           MOVE WS-LST-SUR-N(WS-LST-IDX)     TO SCR-B.
           MOVE WS-LST-SUR-LEN(WS-LST-IDX)   TO SCR-B-LEN.
           PERFORM H450-SCORE-PAIR.
           MOVE SCR-RESULT TO SCR-SUR-SIM.
           MOVE WS-SUBJ-SUR-N                TO SCR-A.
           MOVE WS-SUBJ-SUR-LEN              TO SCR-A-LEN.
           MOVE WS-LST-NAME-N(WS-LST-IDX)    TO SCR-B.
           MOVE WS-LST-NAME-LEN(WS-LST-IDX)  TO SCR-B-LEN.
           PERFORM H450-SCORE-PAIR.
           MOVE SCR-RESULT TO SCR-NAME-SIM.
           COMPUTE SCR-SWAPPED =
               (SCR-SUR-SIM * 60 + SCR-NAME-SIM * 40) / 100.
           MOVE WS-SUBJ-FULL-N               TO SCR-A.
           MOVE WS-SUBJ-FULL-LEN             TO SCR-A-LEN.
           MOVE WS-LST-FULL-N(WS-LST-IDX)    TO SCR-B.
           MOVE WS-LST-FULL-LEN(WS-LST-IDX)  TO SCR-B-LEN.
           PERFORM H450-SCORE-PAIR.
           MOVE SCR-RESULT TO SCR-FULL.
           MOVE SCR-STRAIGHT TO SCR-BEST.
           MOVE 'STRAIGHT'   TO SCR-HOW.
           IF SCR-SWAPPED > SCR-BEST
               MOVE SCR-SWAPPED TO SCR-BEST
               MOVE 'SWAPPED'   TO SCR-HOW
           END-IF.
           IF SCR-FULL > SCR-BEST
               MOVE SCR-FULL    TO SCR-BEST
               MOVE 'FULL NAME' TO SCR-HOW
           END-IF.
           IF SCR-BEST >= WS-THRESHOLD
               PERFORM H500-RECORD-HIT
           END-IF.
       SCREEN-AGAINST-ENTRY-END. EXIT.

      *---- SCORES SCR-A AGAINST SCR-B INTO SCR-RESULT. IDENTICAL
      *      STRINGS SCORE 100 WITHOUT COUNTING; A ONE-LETTER STRING
      *      HAS NO PAIRS, SO IT ONLY SCORES WHEN IDENTICAL.
       H450-SCORE-PAIR.
           MOVE 0 TO SCR-RESULT.
           EVALUATE TRUE
               WHEN SCR-A-LEN = 0 OR SCR-B-LEN = 0
                   CONTINUE
               WHEN SCR-A-LEN = SCR-B-LEN AND
                    SCR-A(1:SCR-A-LEN) = SCR-B(1:SCR-B-LEN)
                   MOVE 100 TO SCR-RESULT
               WHEN SCR-A-LEN < 2 OR SCR-B-LEN < 2
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO SCR-USED-FLAGS
                   MOVE 0 TO SCR-COMMON
                   PERFORM MATCH-ONE-PAIR
                       VARYING SCR-I FROM 1 BY 1
                       UNTIL SCR-I > SCR-A-LEN - 1
                   COMPUTE SCR-RESULT =
                       (SCR-COMMON * 200)
                     / (SCR-A-LEN + SCR-B-LEN - 2)
           END-EVALUATE.
       H450-END. EXIT.

       MATCH-ONE-PAIR.
           SET SCR-PAIR-UNMATCHED TO TRUE.
           PERFORM TRY-ONE-PAIR
               VARYING SCR-J FROM 1 BY 1
               UNTIL SCR-J > SCR-B-LEN - 1
                  OR SCR-PAIR-MATCHED.
       MATCH-ONE-PAIR-END. EXIT.

       TRY-ONE-PAIR.
           IF SCR-USED(SCR-J) = SPACE AND
              SCR-A(SCR-I:2) = SCR-B(SCR-J:2)
               MOVE 'Y' TO SCR-USED(SCR-J)
               ADD 1 TO SCR-COMMON
               SET SCR-PAIR-MATCHED TO TRUE
           END-IF.
       TRY-ONE-PAIR-END. EXIT.

      *---- A HIT ALREADY ON FILE KEEPS ITS STATUS - A CLEARED HIT
      *      STAYS CLEARED, A PENDING ONE STAYS BLOCKED - AND ONLY
      *      HAS ITS SCORE AND LAST-SEEN DATE REFRESHED. A NEW HIT
      *      OPENS PENDING AND IS LOGGED.
       H500-RECORD-HIT.
           MOVE WS-SUBJ-TYPE              TO WS-LOOK-TYPE.
           MOVE WS-SUBJ-ID                TO WS-LOOK-SUBJ-ID.
           MOVE WS-LST-ENTRY-ID(WS-LST-IDX) TO WS-LOOK-ENTRY-ID.
           PERFORM FIND-HIT.
           MOVE SPACES TO RPT-REC.
           IF HIT-FOUND
               ADD 1 TO WS-SEEN-HIT-COUNT
               MOVE SCR-BEST      TO WS-HIT-SCORE(WS-HIT-IDX)
               MOVE WS-TODAY-GREG TO WS-HIT-LAST(WS-HIT-IDX)
               MOVE WS-SUBJ-PRINT TO WS-HIT-SUBJ-NAME(WS-HIT-IDX)
               EVALUATE TRUE
                   WHEN HIT-IS-CLEARED(WS-HIT-IDX)
                       MOVE 'KNOWN - CLEARED' TO RPT-TAG-O
                   WHEN HIT-IS-CONFIRMED(WS-HIT-IDX)
                       MOVE 'KNOWN - CONFIRMED' TO RPT-TAG-O
                   WHEN OTHER
                       MOVE 'KNOWN - PENDING REVIEW' TO RPT-TAG-O
               END-EVALUATE
           ELSE
               IF WS-HIT-COUNT < 9999
                   ADD 1 TO WS-NEW-HIT-COUNT
                   ADD 1 TO WS-HIT-COUNT
                   SET WS-HIT-IDX TO WS-HIT-COUNT
                   MOVE WS-SUBJ-TYPE  TO WS-HIT-TYPE(WS-HIT-IDX)
                   MOVE WS-SUBJ-ID    TO WS-HIT-SUBJ-ID(WS-HIT-IDX)
                   MOVE WS-LST-ENTRY-ID(WS-LST-IDX)
                       TO WS-HIT-ENTRY-ID(WS-HIT-IDX)
                   MOVE SCR-BEST      TO WS-HIT-SCORE(WS-HIT-IDX)
                   MOVE 'P'           TO WS-HIT-STATUS(WS-HIT-IDX)
                   MOVE WS-TODAY-GREG TO WS-HIT-FIRST(WS-HIT-IDX)
                   MOVE WS-TODAY-GREG TO WS-HIT-LAST(WS-HIT-IDX)
                   MOVE 0             TO WS-HIT-DECIDED(WS-HIT-IDX)
                   MOVE SPACES        TO WS-HIT-ANALYST(WS-HIT-IDX)
                   MOVE WS-SUBJ-PRINT TO WS-HIT-SUBJ-NAME(WS-HIT-IDX)
                   MOVE WS-LST-PRINT(WS-LST-IDX)
                       TO WS-HIT-LIST-NAME(WS-HIT-IDX)
                   SET HIT-FOUND TO TRUE
                   PERFORM WRITE-NEW-HIT-LOG
                   STRING 'NEW HIT, ' DELIMITED BY SIZE
                          SCR-HOW    DELIMITED BY SPACE
                          ' - BLOCKED' DELIMITED BY SIZE
                       INTO RPT-TAG-O
                   END-STRING
               ELSE
                   DISPLAY 'WS-HIT-TABLE FULL, HIT NOT KEPT: '
                       WS-SUBJ-ID ' ' WS-LST-ENTRY-ID(WS-LST-IDX)
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE '*** HIT TABLE FULL' TO RPT-TAG-O
               END-IF
           END-IF.
           MOVE WS-SUBJ-TYPE                TO RPT-TYPE-O.
           MOVE WS-SUBJ-ID                  TO RPT-SUBJ-ID-O.
           MOVE WS-SUBJ-PRINT               TO RPT-SUBJ-NAME-O.
           MOVE WS-LST-ENTRY-ID(WS-LST-IDX) TO RPT-ENTRY-ID-O.
           MOVE WS-LST-PRINT(WS-LST-IDX)    TO RPT-LIST-NAME-O.
           MOVE SCR-BEST                    TO RPT-SCORE-O.
           WRITE RPT-REC.
       H500-END. EXIT.

       WRITE-NEW-HIT-LOG.
           MOVE SPACES TO LOG-REC.
           MOVE WS-RUN-TIMESTAMP             TO LOG-TIMESTAMP-O.
           MOVE WS-TODAY-GREG                TO LOG-BUS-DATE-O.
           MOVE WS-HIT-TYPE(WS-HIT-IDX)      TO LOG-TYPE-O.
           MOVE WS-HIT-SUBJ-ID(WS-HIT-IDX)   TO LOG-SUBJ-ID-O.
           MOVE WS-HIT-ENTRY-ID(WS-HIT-IDX)  TO LOG-ENTRY-ID-O.
           MOVE WS-HIT-SCORE(WS-HIT-IDX)     TO LOG-SCORE-O.
           MOVE SPACE                        TO LOG-OLD-STATUS-O.
           MOVE 'P'                          TO LOG-NEW-STATUS-O.
           MOVE 'SANCSCRN'                   TO LOG-ANALYST-O.
           MOVE 'SCREENING HIT - ACCOUNTS BLOCKED' TO LOG-REASON-O.
           WRITE LOG-REC.
       WRITE-NEW-HIT-LOG-END. EXIT.

       FIND-HIT.
           SET HIT-NOT-FOUND TO TRUE.
           IF WS-HIT-COUNT > 0
               PERFORM SEARCH-HIT
                   VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
                      OR HIT-FOUND
               IF HIT-FOUND
                   SET WS-HIT-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-HIT-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST SEES THE FLAG, SO IT IS BACKED UP
      *      BY ONE.
       SEARCH-HIT.
           IF WS-HIT-TYPE(WS-HIT-IDX) = WS-LOOK-TYPE AND
              WS-HIT-SUBJ-ID(WS-HIT-IDX) = WS-LOOK-SUBJ-ID AND
              WS-HIT-ENTRY-ID(WS-HIT-IDX) = WS-LOOK-ENTRY-ID
               SET HIT-FOUND TO TRUE
           END-IF.
       SEARCH-HIT-END. EXIT.

      *---- NORMALIZES NORM-KAYNAK INTO NORM-SONUC / NORM-LEN. THE
      *      SINGLE-BYTE TURKISH LETTERS AND LOWER CASE ARE CONVERTED
      *      IN PLACE FIRST - NONE OF THOSE BYTES CAN BE PART OF A
      *      UTF-8 PAIR - THEN EACH UTF-8 PAIR IS FOLDED AS IT IS MET.
       NORMALIZE-NAME.
           INSPECT NORM-KAYNAK
               CONVERTING NORM-TR-SINGLE TO NORM-TR-PLAIN.
           INSPECT NORM-KAYNAK
               CONVERTING NORM-LOWER TO NORM-UPPER.
           MOVE SPACES TO NORM-SONUC.
           MOVE 0 TO NORM-LEN.
           MOVE 1 TO NORM-IND.
           PERFORM NORMALIZE-ONE-CHAR
               UNTIL NORM-IND > LENGTH OF NORM-KAYNAK.
       NORMALIZE-NAME-END. EXIT.

       NORMALIZE-ONE-CHAR.
           MOVE NORM-KAYNAK(NORM-IND:1) TO NORM-CHAR.
           SET PAIR-NOT-FOUND TO TRUE.
           IF NORM-IND < LENGTH OF NORM-KAYNAK
               MOVE NORM-KAYNAK(NORM-IND:2) TO NORM-PAIR
               PERFORM SEARCH-UTF8-PAIR
                   VARYING NORM-UTF8-IDX FROM 1 BY 1
                   UNTIL NORM-UTF8-IDX > 12
                      OR PAIR-FOUND
           END-IF.
           IF PAIR-FOUND
               SET NORM-UTF8-IDX DOWN BY 1
               ADD 1 TO NORM-LEN
               MOVE NORM-UTF8-PLAIN(NORM-UTF8-IDX)
                   TO NORM-SONUC(NORM-LEN:1)
               ADD 2 TO NORM-IND
           ELSE
               IF NORM-CHAR IS ALPHABETIC-UPPER AND
                  NORM-CHAR NOT = SPACE
                   ADD 1 TO NORM-LEN
                   MOVE NORM-CHAR TO NORM-SONUC(NORM-LEN:1)
               END-IF
               ADD 1 TO NORM-IND
           END-IF.
       NORMALIZE-ONE-CHAR-END. EXIT.

       SEARCH-UTF8-PAIR.
           IF NORM-UTF8-BYTES(NORM-UTF8-IDX) = NORM-PAIR
               SET PAIR-FOUND TO TRUE
           END-IF.
       SEARCH-UTF8-PAIR-END. EXIT.

      *---- EVERY PENDING OR CONFIRMED HIT BLOCKS ITS LINKED KEYS: A
      *      CUSTOMER'S ACCOUNTS THROUGH XREFIN, AN ACCOUNT'S EVERY
      *      CURRENCY LEG ON THE UNLOAD. A HIT THAT LINKS TO NOTHING
      *      IS STILL REPORTED SO COMPLIANCE KNOWS NOTHING WAS HELD.
       H700-WRITE-BLOCK-LIST.
           PERFORM BLOCK-ONE-HIT
               VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT.
       H700-END. EXIT.

       BLOCK-ONE-HIT.
           IF HIT-IS-PENDING(WS-HIT-IDX) OR
              HIT-IS-CONFIRMED(WS-HIT-IDX)
               MOVE 0 TO WS-BLK-LINKS
               IF WS-HIT-TYPE(WS-HIT-IDX) = 'C'
                   PERFORM BLOCK-CUSTOMER-LINK
                       VARYING WS-XREF-IDX FROM 1 BY 1
                       UNTIL WS-XREF-IDX > WS-XREF-COUNT
               ELSE
                   PERFORM BLOCK-ACCOUNT-LEG
                       VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               END-IF
               IF WS-BLK-LINKS = 0
                   ADD 1 TO WS-NOLINK-COUNT
                   MOVE SPACES TO RPT-REC
                   MOVE WS-HIT-TYPE(WS-HIT-IDX)      TO RPT-TYPE-O
                   MOVE WS-HIT-SUBJ-ID(WS-HIT-IDX)   TO RPT-SUBJ-ID-O
                   MOVE WS-HIT-SUBJ-NAME(WS-HIT-IDX) TO RPT-SUBJ-NAME-O
                   MOVE WS-HIT-ENTRY-ID(WS-HIT-IDX)  TO RPT-ENTRY-ID-O
                   MOVE WS-HIT-LIST-NAME(WS-HIT-IDX) TO RPT-LIST-NAME-O
                   MOVE WS-HIT-SCORE(WS-HIT-IDX)     TO RPT-SCORE-O
                   MOVE 'NO LINKED ACCOUNT TO BLOCK'  TO RPT-TAG-O
                   WRITE RPT-REC
               END-IF
           END-IF.
       BLOCK-ONE-HIT-END. EXIT.

       BLOCK-CUSTOMER-LINK.
           IF WS-XREF-CUST(WS-XREF-IDX) = WS-HIT-SUBJ-ID(WS-HIT-IDX)
               ADD 1 TO WS-BLK-LINKS
               MOVE WS-XREF-ACCT(WS-XREF-IDX) TO WS-LOOK-BLK-ID
               MOVE WS-XREF-DVZ(WS-XREF-IDX)  TO WS-LOOK-BLK-DVZ
               PERFORM WRITE-BLOCK-KEY
           END-IF.
       BLOCK-CUSTOMER-LINK-END. EXIT.

       BLOCK-ACCOUNT-LEG.
           IF WS-ACCT-ID(WS-ACCT-IDX) = WS-HIT-SUBJ-ID(WS-HIT-IDX)
               ADD 1 TO WS-BLK-LINKS
               MOVE WS-ACCT-ID(WS-ACCT-IDX)  TO WS-LOOK-BLK-ID
               MOVE WS-ACCT-DVZ(WS-ACCT-IDX) TO WS-LOOK-BLK-DVZ
               PERFORM WRITE-BLOCK-KEY
           END-IF.
       BLOCK-ACCOUNT-LEG-END. EXIT.

      *---- A KEY ALREADY LISTED BY AN EARLIER HIT IS NOT LISTED
      *      AGAIN - THE FIRST HIT NAMES THE BLOCK.
       WRITE-BLOCK-KEY.
           SET BLOCK-NOT-FOUND TO TRUE.
           IF WS-BLK-COUNT > 0
               PERFORM SEARCH-BLOCK-KEY
                   VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-COUNT
                      OR BLOCK-FOUND
           END-IF.
           IF BLOCK-NOT-FOUND
               IF WS-BLK-COUNT < 9999
                   ADD 1 TO WS-BLK-COUNT
                   SET WS-BLK-IDX TO WS-BLK-COUNT
                   MOVE WS-LOOK-BLK-ID  TO WS-BLK-ID(WS-BLK-IDX)
                   MOVE WS-LOOK-BLK-DVZ TO WS-BLK-DVZ(WS-BLK-IDX)
               ELSE
                   DISPLAY 'WS-BLOCK-TABLE FULL, KEY MAY REPEAT: '
                       WS-LOOK-BLK-ID
               END-IF
               MOVE SPACES TO BLOCK-REC
               MOVE WS-LOOK-BLK-ID               TO BLK-ID-O
               MOVE WS-LOOK-BLK-DVZ              TO BLK-DVZ-O
               MOVE WS-HIT-STATUS(WS-HIT-IDX)    TO BLK-STATUS-O
               MOVE WS-HIT-TYPE(WS-HIT-IDX)      TO BLK-TYPE-O
               MOVE WS-HIT-SUBJ-ID(WS-HIT-IDX)   TO BLK-SUBJ-ID-O
               MOVE WS-HIT-ENTRY-ID(WS-HIT-IDX)  TO BLK-ENTRY-ID-O
               MOVE WS-HIT-FIRST(WS-HIT-IDX)     TO BLK-SINCE-O
               WRITE BLOCK-REC
               ADD 1 TO WS-BLOCKED-COUNT
           END-IF.
       WRITE-BLOCK-KEY-END. EXIT.

       SEARCH-BLOCK-KEY.
           IF WS-BLK-ID(WS-BLK-IDX) = WS-LOOK-BLK-ID AND
              WS-BLK-DVZ(WS-BLK-IDX) = WS-LOOK-BLK-DVZ
               SET BLOCK-FOUND TO TRUE
           END-IF.
       SEARCH-BLOCK-KEY-END. EXIT.

      *---- EVERY HIT GOES FORWARD WHATEVER ITS STATUS - A CLEARED
      *      HIT MUST STAY ON FILE OR THE SAME FALSE MATCH WOULD
      *      BLOCK THE CUSTOMER AGAIN NEXT WEEK.
       H800-WRITE-HITS.
           PERFORM WRITE-NEXT-HIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HIT-COUNT.
       H800-END. EXIT.

       WRITE-NEXT-HIT.
           SET WS-HIT-IDX TO WS-SUB.
           MOVE SPACES TO HIT-OUT-REC.
           MOVE WS-HIT-TYPE(WS-HIT-IDX)      TO HIT-TYPE-O.
           MOVE WS-HIT-SUBJ-ID(WS-HIT-IDX)   TO HIT-SUBJ-ID-O.
           MOVE WS-HIT-ENTRY-ID(WS-HIT-IDX)  TO HIT-ENTRY-ID-O.
           MOVE WS-HIT-SCORE(WS-HIT-IDX)     TO HIT-SCORE-O.
           MOVE WS-HIT-STATUS(WS-HIT-IDX)    TO HIT-STATUS-O.
           MOVE WS-HIT-FIRST(WS-HIT-IDX)     TO HIT-FIRST-DATE-O.
           MOVE WS-HIT-LAST(WS-HIT-IDX)      TO HIT-LAST-DATE-O.
           MOVE WS-HIT-DECIDED(WS-HIT-IDX)   TO HIT-DECIDED-DATE-O.
           MOVE WS-HIT-ANALYST(WS-HIT-IDX)   TO HIT-ANALYST-O.
           MOVE WS-HIT-SUBJ-NAME(WS-HIT-IDX) TO HIT-SUBJ-NAME-O.
           MOVE WS-HIT-LIST-NAME(WS-HIT-IDX) TO HIT-LIST-NAME-O.
           WRITE HIT-OUT-REC.
           EVALUATE TRUE
               WHEN HIT-IS-PENDING(WS-HIT-IDX)
                   ADD 1 TO WS-PENDING-COUNT
               WHEN HIT-IS-CONFIRMED(WS-HIT-IDX)
                   ADD 1 TO WS-CONFIRMED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CLEARED-COUNT
           END-EVALUATE.
       WRITE-NEXT-HIT-END. EXIT.

       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'LIST ENTRIES READ'            TO TOT-LABEL-O.
           MOVE WS-LIST-READ-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CUSTOMERS SCREENED'           TO TOT-LABEL-O.
           MOVE WS-CUST-SCREENED               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNTS SCREENED'            TO TOT-LABEL-O.
           MOVE WS-ACCT-SCREENED               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'NEW HITS'                     TO TOT-LABEL-O.
           MOVE WS-NEW-HIT-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'KNOWN HITS SEEN AGAIN'        TO TOT-LABEL-O.
           MOVE WS-SEEN-HIT-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'DECISIONS APPLIED'            TO TOT-LABEL-O.
           MOVE WS-DISP-COUNT                  TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'DECISIONS REFUSED'            TO TOT-LABEL-O.
           MOVE WS-DISP-BAD-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HITS PENDING REVIEW'          TO TOT-LABEL-O.
           MOVE WS-PENDING-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HITS CONFIRMED'               TO TOT-LABEL-O.
           MOVE WS-CONFIRMED-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HITS CLEARED'                 TO TOT-LABEL-O.
           MOVE WS-CLEARED-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNT KEYS BLOCKED'         TO TOT-LABEL-O.
           MOVE WS-BLOCKED-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HITS WITH NO ACCOUNT'         TO TOT-LABEL-O.
           MOVE WS-NOLINK-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ENTRIES LOST TO FULL TABLES'  TO TOT-LABEL-O.
           MOVE WS-DROPPED-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           IF WS-DROPPED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NEW-HIT-COUNT > 0 OR WS-DISP-BAD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE HIT-OUT-FILE
           CLOSE BLOCK-FILE
           CLOSE REPORT-FILE
           CLOSE LOG-FILE.
           GOBACK.
       H999-END. EXIT.
