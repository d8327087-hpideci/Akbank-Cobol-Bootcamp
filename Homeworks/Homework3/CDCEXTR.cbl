       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTR.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- DAILY CHANGE-DATA EXTRACT FOR THE DATA WAREHOUSE. THE
      *      WAREHOUSE USED TO TAKE THE WHOLE IDXUNLD UNLOAD AND THE
      *      WHOLE CUSTOMER MASTER EVERY NIGHT AND DIFF THEM ITSELF.
      *      THIS PROGRAM DOES THE DIFF HERE: THE BEFORE AND AFTER
      *      UNLOADS (UNLDBEF/UNLDAFT, AS AUDRECON TAKES THEM) AND THE
      *      OLD AND NEW CUSTOMER MASTER (DATAIN AS IT STOOD BEFORE
      *      RTNMAIL, THE FIRST MAINTENANCE STEP, AND DATAOUT AS
      *      CUSTMRG, THE LAST, LEFT IT - SO RETURNED MAIL, CUSTMNT'S
      *      CHANGES AND MERGES ARE ALL SEEN) ARE MATCHED RECORD BY
      *      RECORD AND ONE DETAIL LINE IS WRITTEN TO CDCOUT PER
      *      ACCOUNT, CUSTOMER ('1'), ADDRESS ('2') OR PREFERENCE
      *      ('3') THAT WAS INSERTED, UPDATED OR DELETED. NOTHING IS
      *      WRITTEN FOR A RECORD THAT DID NOT CHANGE.
      *      CDCOUT IS '|'-DELIMITED (ADDRESS LINES MAY HOLD COMMAS):
      *        H|CDCEXTR|BUSINESS DATE|CREATED DATE AND TIME
      *        D|BUSINESS DATE|ENTITY|I/U/D|KEY|NAME=VALUE|...
      *        T|BUSINESS DATE|DETAIL COUNT|ACCT|INS|UPD|DEL|CUST|...
      *      AN INSERT CARRIES EVERY FIELD, AN UPDATE ONLY THE FIELDS
      *      THAT CHANGED (NEW VALUE), A DELETE ONLY THE KEY. FIELDS
      *      GO OUT BY NAME SO A NEW COLUMN IS A NEW NAME TO THE
      *      WAREHOUSE LOAD, NOT A SHIFTED POSITION. VALUES KEEP THEIR
      *      FIXED WIDTH; SIGNED AMOUNTS CARRY A LEADING SIGN. THE
      *      TRAILER'S COUNTS LET THE LOAD PROVE IT HAS THE WHOLE FILE.
      *      THE BUSINESS DATE COMES FROM THE OPTIONAL DATECARD.
      *2026-10-15 HCP THE MASTER NOW ALSO CARRIES '4' UNDELIVERABLE
      *           ADDRESS FLAGS (RTNMAIL SETS THEM, CUSTMNT CLEARS
      *           THEM). THEY GO OUT AS A FIFTH ENTITY, UNDL, LAST ON
      *           THE TRAILER SO THE FOUR EXISTING COUNTS KEEP THEIR
      *           PLACE.
      *2026-10-15 HCP THE PER-ENTITY INSERT/UPDATE/DELETE COUNTS ARE NOW
      *           ZEROED AT START-UP - THEY CARRY THE TRAILER'S PROOF
      *           OF A WHOLE FILE AND WERE COUNTED UP FROM WHATEVER
      *           THE STORAGE HELD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEFORE-FILE ASSIGN TO UNLDBEF
                             STATUS ST-BEFORE.
           SELECT AFTER-FILE  ASSIGN TO UNLDAFT
                             STATUS ST-AFTER.
           SELECT OLD-MASTER  ASSIGN TO DATAIN
                             STATUS ST-OLD-MASTER.
           SELECT NEW-MASTER  ASSIGN TO DATAOUT
                             STATUS ST-NEW-MASTER.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT CDC-FILE    ASSIGN TO CDCOUT
                             STATUS ST-CDC.
           SELECT REPORT-FILE ASSIGN TO CDCRPT
                             STATUS ST-REPORT.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT IDXUNLD WRITES UNLDOUT FROM.
       FD  BEFORE-FILE RECORDING MODE F.
         01  BEF-REC.
           05 BEF-ID-I           PIC 9(05).
           05 FILLER             PIC X(01).
           05 BEF-DVZ-I          PIC 9(03).
           05 FILLER             PIC X(88).
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
           05 FILLER             PIC X(01).
           05 AFT-BRANCH-I       PIC 9(03).
      *---- SAME LAYOUT MYDCALC READS THE CUSTOMER MASTER WITH - '1'
      *      CUSTOMER, '2' ADDRESS, '3' DELIVERY PREFERENCE, '4'
      *      UNDELIVERABLE ADDRESS FLAG.
       FD  OLD-MASTER RECORDING MODE F.
         01  OLD-IN.
           05 OLD-REC-TYPE          PIC X(01).
           05 OLD-ID                PIC X(04).
           05 FILLER                PIC X(81).
       FD  NEW-MASTER RECORDING MODE F.
         01  NEW-IN.
           05 NEW-REC-TYPE          PIC X(01).
             88 NEW-BASE-REC                     VALUE '1'.
             88 NEW-ADDRESS-REC                  VALUE '2'.
             88 NEW-PREF-REC                     VALUE '3'.
             88 NEW-UNDL-REC                     VALUE '4'.
           05 NEW-ID                PIC X(04).
           05 NEW-NAME              PIC X(15).
           05 NEW-SURNAME           PIC X(15).
           05 NEW-DATE              PIC 9(08).
           05 NEW-NDATE             PIC 9(08).
           05 FILLER                PIC X(35).
         01  NEW-ADDRESS.
           05 FILLER                PIC X(01).
           05 NEW-ADDR-ID           PIC X(04).
           05 NEW-ADDR-LINE1        PIC X(25).
           05 NEW-ADDR-LINE2        PIC X(25).
           05 NEW-ADDR-POSTAL       PIC X(05).
           05 NEW-ADDR-CITY         PIC X(15).
           05 NEW-ADDR-PHONE        PIC X(11).
         01  NEW-PREF.
           05 FILLER                PIC X(01).
           05 NEW-PREF-ID           PIC X(04).
           05 NEW-PREF-CODE         PIC X(01).
           05 FILLER                PIC X(80).
         01  NEW-UNDL.
           05 FILLER                PIC X(01).
           05 NEW-UNDL-ID           PIC X(04).
           05 NEW-UNDL-NAME         PIC X(15).
           05 NEW-UNDL-SURNAME      PIC X(15).
           05 NEW-UNDL-DOC          PIC X(04).
           05 NEW-UNDL-REASON       PIC X(02).
           05 NEW-UNDL-FIRST-DATE   PIC 9(08).
           05 NEW-UNDL-LAST-DATE    PIC 9(08).
           05 NEW-UNDL-COUNT        PIC 9(03).
           05 FILLER                PIC X(26).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
       FD  CDC-FILE RECORDING MODE F.
         01  CDC-REC                PIC X(250).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-BEFORE         PIC 9(02).
             88 BEFORE-EOF                VALUE 10.
             88 BEFORE-OK                 VALUE 00 97.
           05 ST-AFTER          PIC 9(02).
             88 AFTER-EOF                 VALUE 10.
             88 AFTER-OK                  VALUE 00 97.
           05 ST-OLD-MASTER     PIC 9(02).
             88 OLD-MASTER-EOF            VALUE 10.
             88 OLD-MASTER-OK             VALUE 00 97.
           05 ST-NEW-MASTER     PIC 9(02).
             88 NEW-MASTER-EOF            VALUE 10.
             88 NEW-MASTER-OK             VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-CDC            PIC 9(02).
             88 CDC-OK                    VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-OK                 VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-CREATED-STAMP  PIC X(14).
           05 WS-BUSINESS-DATE  PIC 9(08).
           05 WS-LOOK-ID        PIC 9(05).
           05 WS-LOOK-DVZ       PIC 9(03).
           05 WS-LOOK-TYPE      PIC X(01).
           05 WS-LOOK-MST-ID    PIC X(04).
           05 WS-TABLE-FULL-SW  PIC X(01) VALUE 'N'.
             88 A-TABLE-FULL              VALUE 'Y'.

      *---- THE DETAIL LINE BEING BUILT. WS-CDC-ALL-SW SAYS WHETHER
      *      EVERY FIELD GOES OUT (AN INSERT) OR ONLY CHANGED ONES.
         01  WS-CDC-DATA.
           05 WS-CDC-LINE       PIC X(250).
           05 WS-CDC-PTR        PIC 9(03) COMP.
           05 WS-CDC-ENTITY     PIC X(04).
           05 WS-CDC-OP         PIC X(01).
           05 WS-CDC-KEY        PIC X(09).
           05 WS-CDC-PAIRS      PIC 9(03) COMP.
           05 WS-CDC-ALL-SW     PIC X(01).
             88 CDC-ALL-FIELDS            VALUE 'Y'.
             88 CDC-CHANGED-FIELDS        VALUE 'N'.
           05 WS-FLD-NAME       PIC X(08).
           05 WS-FLD-VALUE      PIC X(25).
           05 WS-FLD-LEN        PIC 9(03) COMP.
           05 WS-ACCT-KEY.
              10 WS-ACCT-KEY-ID  PIC 9(05).
              10 FILLER          PIC X(01) VALUE '/'.
              10 WS-ACCT-KEY-DVZ PIC 9(03).
           05 WS-SIGNED-X.
              10 WS-SIGNED       PIC S9(15) SIGN LEADING SEPARATE.

      *---- THE BEFORE SIDE OF THE ACCOUNT OR MASTER RECORD BEING
      *      COMPARED, LAID OUT THE SAME WAY AS THE AFTER SIDE.
         01  WS-BEF-REC.
           05 WBF-ID             PIC 9(05).
           05 FILLER             PIC X(01).
           05 WBF-DVZ            PIC 9(03).
           05 FILLER             PIC X(01).
           05 WBF-NAME           PIC X(15).
           05 WBF-SURNAME        PIC X(15).
           05 WBF-ODATE          PIC 9(08).
           05 FILLER             PIC X(02).
           05 WBF-LASTACT        PIC 9(08).
           05 FILLER             PIC X(02).
           05 WBF-BALANCE        PIC S9(15).
           05 FILLER             PIC X(01).
           05 WBF-ODLIMIT        PIC 9(15).
           05 FILLER             PIC X(01).
           05 WBF-STATUS         PIC X(01).
           05 FILLER             PIC X(01).
           05 WBF-BRANCH         PIC 9(03).
         01  WS-OLD-IMAGE.
           05 WOL-REC-TYPE       PIC X(01).
           05 WOL-ID             PIC X(04).
           05 WOL-NAME           PIC X(15).
           05 WOL-SURNAME        PIC X(15).
           05 WOL-DATE           PIC 9(08).
           05 WOL-NDATE          PIC 9(08).
           05 FILLER             PIC X(35).
         01  WS-OLD-ADDRESS REDEFINES WS-OLD-IMAGE.
           05 FILLER             PIC X(01).
           05 WOL-ADDR-ID        PIC X(04).
           05 WOL-ADDR-LINE1     PIC X(25).
           05 WOL-ADDR-LINE2     PIC X(25).
           05 WOL-ADDR-POSTAL    PIC X(05).
           05 WOL-ADDR-CITY      PIC X(15).
           05 WOL-ADDR-PHONE     PIC X(11).
         01  WS-OLD-PREF REDEFINES WS-OLD-IMAGE.
           05 FILLER             PIC X(01).
           05 WOL-PREF-ID        PIC X(04).
           05 WOL-PREF-CODE      PIC X(01).
           05 FILLER             PIC X(80).
         01  WS-OLD-UNDL REDEFINES WS-OLD-IMAGE.
           05 FILLER             PIC X(01).
           05 WOL-UNDL-ID        PIC X(04).
           05 WOL-UNDL-NAME      PIC X(15).
           05 WOL-UNDL-SURNAME   PIC X(15).
           05 WOL-UNDL-DOC       PIC X(04).
           05 WOL-UNDL-REASON    PIC X(02).
           05 WOL-UNDL-FIRST-DATE PIC 9(08).
           05 WOL-UNDL-LAST-DATE PIC 9(08).
           05 WOL-UNDL-COUNT     PIC 9(03).
           05 FILLER             PIC X(26).

      *---- ONE ENTRY PER ACCOUNT IN THE BEFORE UNLOAD, WITH A SEEN
      *      FLAG THE AFTER UNLOAD SETS - AN ENTRY STILL UNSEEN AT THE
      *      END WAS DELETED. THE SAME SHAPE AS AUDRECON'S TABLE.
         01  WS-ACCOUNT-TABLE.
           05 WS-ACB-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-ACB-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-ACB-IDX.
             10 WS-ACB-ID        PIC 9(05).
             10 WS-ACB-DVZ       PIC 9(03).
             10 WS-ACB-IMAGE     PIC X(97).
             10 WS-ACB-SEEN-SW   PIC X(01).
           05 WS-ACB-FOUND-SW    PIC X(01).
             88 ACB-FOUND                 VALUE 'Y'.
             88 ACB-NOT-FOUND             VALUE 'N'.

      *---- THE OLD MASTER, ONE IMAGE PER RECORD, KEYED BY TYPE AND
      *      ID AS CUSTMNT HOLDS IT.
         01  WS-MASTER-TABLE.
           05 WS-MST-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-MST-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-MST-IDX.
             10 WS-MST-TYPE      PIC X(01).
             10 WS-MST-ID        PIC X(04).
             10 WS-MST-IMAGE     PIC X(86).
             10 WS-MST-SEEN-SW   PIC X(01).
           05 WS-MST-FOUND-SW    PIC X(01).
             88 MASTER-FOUND              VALUE 'Y'.
             88 MASTER-NOT-FOUND          VALUE 'N'.

      *---- INSERT/UPDATE/DELETE COUNTS PER ENTITY: 1 ACCT, 2 CUST,
      *      3 ADDR, 4 PREF, 5 UNDL - THE ORDER THE TRAILER CARRIES
      *      THEM IN.
         01  WS-CHANGE-COUNTS.
           05 WS-ENT-SUB          PIC 9(01) COMP.
           05 WS-ENT-COUNTS OCCURS 5 TIMES.
             10 WS-ENT-INSERTS    PIC 9(07) COMP.
             10 WS-ENT-UPDATES    PIC 9(07) COMP.
             10 WS-ENT-DELETES    PIC 9(07) COMP.
         01  WS-ENTITY-NAMES.
           05 FILLER              PIC X(20)
                                  VALUE 'ACCTCUSTADDRPREFUNDL'.
         01  WS-ENTITY-TABLE REDEFINES WS-ENTITY-NAMES.
           05 WS-ENT-NAME         PIC X(04) OCCURS 5 TIMES.

         01  WS-CONTROL-TOTALS.
           05 WS-BEFORE-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-AFTER-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-OLD-COUNT        PIC 9(07) COMP VALUE 0.
           05 WS-NEW-COUNT        PIC 9(07) COMP VALUE 0.
           05 WS-OTHER-TYPE-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-UNCHANGED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-DETAIL-COUNT     PIC 9(07) COMP VALUE 0.

         01  TRAILER-COUNTS.
           05 TRC-INSERTS-O       PIC 9(07).
           05 TRC-UPDATES-O       PIC 9(07).
           05 TRC-DELETES-O       PIC 9(07).
           05 TRC-DETAIL-O        PIC 9(07).

         01  RPT-HEADER-1.
           05  FILLER         PIC X(35)
                   VALUE 'Warehouse Change Extract  Business '.
           05  FILLER         PIC X(05) VALUE 'Date '.
           05  HDR-DATE-O     PIC 9(08).
           05  FILLER         PIC X(32) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(26).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(39) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H150-WRITE-HEADERS
           PERFORM H200-LOAD-BEFORE-UNLOAD
           PERFORM H300-COMPARE-AFTER-UNLOAD
           PERFORM H350-WRITE-ACCOUNT-DELETES
           PERFORM H400-LOAD-OLD-MASTER
           PERFORM H500-COMPARE-NEW-MASTER
           PERFORM H550-WRITE-MASTER-DELETES
           PERFORM H800-WRITE-CDC-TRAILER
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  BEFORE-FILE.
           OPEN INPUT  AFTER-FILE.
           OPEN INPUT  OLD-MASTER.
           OPEN INPUT  NEW-MASTER.
           OPEN OUTPUT CDC-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:14) TO WS-CREATED-STAMP.
           PERFORM CLEAR-ENTITY-COUNTS
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > 5.
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
           IF (NOT OLD-MASTER-OK)
           DISPLAY 'UNABLE TO OPEN DATAIN: ' ST-OLD-MASTER
           MOVE ST-OLD-MASTER TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT NEW-MASTER-OK)
           DISPLAY 'UNABLE TO OPEN DATAOUT: ' ST-NEW-MASTER
           MOVE ST-NEW-MASTER TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT CDC-OK)
           DISPLAY 'UNABLE TO OPEN CDCOUT: ' ST-CDC
           MOVE ST-CDC TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-OK)
           DISPLAY 'UNABLE TO OPEN CDCRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       CLEAR-ENTITY-COUNTS.
           MOVE 0 TO WS-ENT-INSERTS(WS-ENT-SUB).
           MOVE 0 TO WS-ENT-UPDATES(WS-ENT-SUB).
           MOVE 0 TO WS-ENT-DELETES(WS-ENT-SUB).
       CLEAR-ENTITY-COUNTS-END. EXIT.

      *---- DATECARD IS OPTIONAL - NO CARD MEANS TODAY. A RERUN OF A
      *      FAILED NIGHT STAMPS THE EXTRACT WITH THAT BUSINESS DAY.
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
           COMPUTE WS-BUSINESS-DATE =
               FUNCTION NUMVAL (WS-RUN-TIMESTAMP (1:8)).
       H105-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           MOVE WS-BUSINESS-DATE TO HDR-DATE-O.
           WRITE RPT-REC FROM RPT-HEADER-1.
           MOVE SPACES TO CDC-REC.
           STRING 'H|CDCEXTR|'      DELIMITED BY SIZE
                  WS-BUSINESS-DATE  DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  WS-CREATED-STAMP  DELIMITED BY SIZE
               INTO CDC-REC
           END-STRING.
           WRITE CDC-REC.
       H150-END. EXIT.

      *---- ONLY LINES WHERE THE ID AND BALANCE ARE NUMERIC ARE REAL
      *      UNLOADED ACCOUNTS - THAT RULES OUT THE IDXUNLD TRAILER.
       H200-LOAD-BEFORE-UNLOAD.
           READ BEFORE-FILE
               AT END SET BEFORE-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-BEFORE UNTIL BEFORE-EOF.
       H200-END. EXIT.

       LOAD-NEXT-BEFORE.
           MOVE BEF-REC TO WS-BEF-REC.
           IF WBF-ID IS NUMERIC AND WBF-BALANCE IS NUMERIC
               ADD 1 TO WS-BEFORE-COUNT
               IF WS-ACB-COUNT < 9999
                   ADD 1 TO WS-ACB-COUNT
                   MOVE WBF-ID  TO WS-ACB-ID(WS-ACB-COUNT)
                   MOVE WBF-DVZ TO WS-ACB-DVZ(WS-ACB-COUNT)
                   MOVE BEF-REC TO WS-ACB-IMAGE(WS-ACB-COUNT)
                   MOVE 'N'     TO WS-ACB-SEEN-SW(WS-ACB-COUNT)
               ELSE
                   DISPLAY 'WS-ACCOUNT-TABLE FULL, SKIPPING ID='
                       WBF-ID
                   SET A-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           READ BEFORE-FILE
               AT END SET BEFORE-EOF TO TRUE
           END-READ.
       LOAD-NEXT-BEFORE-END. EXIT.

      *---- AN AFTER ACCOUNT NOT IN THE BEFORE UNLOAD IS AN INSERT;
      *      ONE WHOSE IMAGE DIFFERS IS AN UPDATE.
       H300-COMPARE-AFTER-UNLOAD.
           MOVE 1 TO WS-ENT-SUB.
           READ AFTER-FILE
               AT END SET AFTER-EOF TO TRUE
           END-READ.
           PERFORM COMPARE-NEXT-AFTER UNTIL AFTER-EOF.
       H300-END. EXIT.

       COMPARE-NEXT-AFTER.
           IF AFT-ID-I IS NUMERIC AND AFT-BALANCE-I IS NUMERIC
               ADD 1 TO WS-AFTER-COUNT
               MOVE AFT-ID-I  TO WS-LOOK-ID WS-ACCT-KEY-ID
               MOVE AFT-DVZ-I TO WS-LOOK-DVZ WS-ACCT-KEY-DVZ
               MOVE WS-ACCT-KEY TO WS-CDC-KEY
               PERFORM FIND-BEFORE-ACCOUNT
               IF ACB-NOT-FOUND
                   MOVE 'I' TO WS-CDC-OP
                   SET CDC-ALL-FIELDS TO TRUE
                   PERFORM WRITE-ACCOUNT-CHANGE
               ELSE
                   MOVE 'Y' TO WS-ACB-SEEN-SW(WS-ACB-IDX)
                   IF AFT-REC = WS-ACB-IMAGE(WS-ACB-IDX)
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       MOVE WS-ACB-IMAGE(WS-ACB-IDX) TO WS-BEF-REC
                       MOVE 'U' TO WS-CDC-OP
                       SET CDC-CHANGED-FIELDS TO TRUE
                       PERFORM WRITE-ACCOUNT-CHANGE
                   END-IF
               END-IF
           END-IF.
           READ AFTER-FILE
               AT END SET AFTER-EOF TO TRUE
           END-READ.
       COMPARE-NEXT-AFTER-END. EXIT.

       WRITE-ACCOUNT-CHANGE.
           PERFORM START-CDC-LINE.
           IF CDC-ALL-FIELDS OR AFT-NAME-I NOT = WBF-NAME
               MOVE 'NAME'        TO WS-FLD-NAME
               MOVE AFT-NAME-I    TO WS-FLD-VALUE
               MOVE 15            TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR AFT-SURNAME-I NOT = WBF-SURNAME
               MOVE 'SURNAME'     TO WS-FLD-NAME
               MOVE AFT-SURNAME-I TO WS-FLD-VALUE
               MOVE 15            TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR AFT-ODATE-I NOT = WBF-ODATE
               MOVE 'ODATE'       TO WS-FLD-NAME
               MOVE AFT-ODATE-I   TO WS-FLD-VALUE
               MOVE 8             TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR AFT-LASTACT-I NOT = WBF-LASTACT
               MOVE 'LASTACT'     TO WS-FLD-NAME
               MOVE AFT-LASTACT-I TO WS-FLD-VALUE
               MOVE 8             TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR AFT-BALANCE-I NOT = WBF-BALANCE
               MOVE 'BALANCE'     TO WS-FLD-NAME
               MOVE AFT-BALANCE-I TO WS-SIGNED
               MOVE WS-SIGNED-X   TO WS-FLD-VALUE
               MOVE 16            TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR AFT-ODLIMIT-I NOT = WBF-ODLIMIT
               MOVE 'ODLIMIT'     TO WS-FLD-NAME
               MOVE AFT-ODLIMIT-I TO WS-FLD-VALUE
               MOVE 15            TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR AFT-STATUS-I NOT = WBF-STATUS
               MOVE 'STATUS'      TO WS-FLD-NAME
               MOVE AFT-STATUS-I  TO WS-FLD-VALUE
               MOVE 1             TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR AFT-BRANCH-I NOT = WBF-BRANCH
               MOVE 'BRANCH'      TO WS-FLD-NAME
               MOVE AFT-BRANCH-I  TO WS-FLD-VALUE
               MOVE 3             TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           PERFORM WRITE-CDC-LINE.
       WRITE-ACCOUNT-CHANGE-END. EXIT.

      *---- WHAT IS LEFT UNSEEN IN THE BEFORE TABLE WAS DELETED.
       H350-WRITE-ACCOUNT-DELETES.
           IF WS-ACB-COUNT > 0
               PERFORM CHECK-ACCOUNT-DELETED
                   VARYING WS-ACB-IDX FROM 1 BY 1
                   UNTIL WS-ACB-IDX > WS-ACB-COUNT
           END-IF.
       H350-END. EXIT.

       CHECK-ACCOUNT-DELETED.
           IF WS-ACB-SEEN-SW(WS-ACB-IDX) = 'N'
               MOVE WS-ACB-ID(WS-ACB-IDX)  TO WS-ACCT-KEY-ID
               MOVE WS-ACB-DVZ(WS-ACB-IDX) TO WS-ACCT-KEY-DVZ
               MOVE WS-ACCT-KEY TO WS-CDC-KEY
               MOVE 'D' TO WS-CDC-OP
               PERFORM START-CDC-LINE
               PERFORM WRITE-CDC-LINE
           END-IF.
       CHECK-ACCOUNT-DELETED-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-ACB-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED.
       FIND-BEFORE-ACCOUNT.
           SET ACB-NOT-FOUND TO TRUE.
           IF WS-ACB-COUNT > 0
               PERFORM SEARCH-BEFORE-ACCOUNT
                   VARYING WS-ACB-IDX FROM 1 BY 1
                   UNTIL WS-ACB-IDX > WS-ACB-COUNT
                      OR ACB-FOUND
               IF ACB-FOUND
                   SET WS-ACB-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-BEFORE-ACCOUNT-END. EXIT.

       SEARCH-BEFORE-ACCOUNT.
           IF WS-ACB-ID(WS-ACB-IDX) = WS-LOOK-ID AND
              WS-ACB-DVZ(WS-ACB-IDX) = WS-LOOK-DVZ
               SET ACB-FOUND TO TRUE
           END-IF.
       SEARCH-BEFORE-ACCOUNT-END. EXIT.

      *---- ONLY THE FOUR KNOWN RECORD TYPES ARE EXTRACTED; ANYTHING
      *      ELSE IS COUNTED AND LEFT ALONE.
       H400-LOAD-OLD-MASTER.
           READ OLD-MASTER
               AT END SET OLD-MASTER-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-OLD-MASTER UNTIL OLD-MASTER-EOF.
       H400-END. EXIT.

       LOAD-NEXT-OLD-MASTER.
           ADD 1 TO WS-OLD-COUNT.
           IF OLD-REC-TYPE = '1' OR '2' OR '3' OR '4'
               IF WS-MST-COUNT < 9999
                   ADD 1 TO WS-MST-COUNT
                   SET WS-MST-IDX TO WS-MST-COUNT
                   MOVE OLD-REC-TYPE TO WS-MST-TYPE(WS-MST-IDX)
                   MOVE OLD-ID       TO WS-MST-ID(WS-MST-IDX)
                   MOVE OLD-IN       TO WS-MST-IMAGE(WS-MST-IDX)
                   MOVE 'N'          TO WS-MST-SEEN-SW(WS-MST-IDX)
               ELSE
                   DISPLAY 'WS-MASTER-TABLE FULL, SKIPPING ID='
                       OLD-ID
                   SET A-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-OTHER-TYPE-COUNT
           END-IF.
           READ OLD-MASTER
               AT END SET OLD-MASTER-EOF TO TRUE
           END-READ.
       LOAD-NEXT-OLD-MASTER-END. EXIT.

       H500-COMPARE-NEW-MASTER.
           READ NEW-MASTER
               AT END SET NEW-MASTER-EOF TO TRUE
           END-READ.
           PERFORM COMPARE-NEXT-NEW-MASTER UNTIL NEW-MASTER-EOF.
       H500-END. EXIT.

      *---- THE TYPE PICKS THE ENTITY. AN UPDATE THAT ONLY TOUCHED
      *      THE UNUSED END OF THE RECORD CHANGES NO NAMED FIELD AND
      *      IS COUNTED AS UNCHANGED, NOT WRITTEN.
       COMPARE-NEXT-NEW-MASTER.
           ADD 1 TO WS-NEW-COUNT.
           IF NEW-BASE-REC OR NEW-ADDRESS-REC OR NEW-PREF-REC
              OR NEW-UNDL-REC
               MOVE NEW-REC-TYPE TO WS-LOOK-TYPE
               MOVE NEW-ID       TO WS-LOOK-MST-ID WS-CDC-KEY
               PERFORM SET-MASTER-ENTITY
               PERFORM FIND-OLD-MASTER
               IF MASTER-NOT-FOUND
                   MOVE 'I' TO WS-CDC-OP
                   SET CDC-ALL-FIELDS TO TRUE
                   PERFORM WRITE-MASTER-CHANGE
               ELSE
                   MOVE 'Y' TO WS-MST-SEEN-SW(WS-MST-IDX)
                   IF NEW-IN = WS-MST-IMAGE(WS-MST-IDX)
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       MOVE WS-MST-IMAGE(WS-MST-IDX) TO WS-OLD-IMAGE
                       MOVE 'U' TO WS-CDC-OP
                       SET CDC-CHANGED-FIELDS TO TRUE
                       PERFORM WRITE-MASTER-CHANGE
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-OTHER-TYPE-COUNT
           END-IF.
           READ NEW-MASTER
               AT END SET NEW-MASTER-EOF TO TRUE
           END-READ.
       COMPARE-NEXT-NEW-MASTER-END. EXIT.

       SET-MASTER-ENTITY.
           EVALUATE WS-LOOK-TYPE
               WHEN '1' MOVE 2 TO WS-ENT-SUB
               WHEN '2' MOVE 3 TO WS-ENT-SUB
               WHEN '3' MOVE 4 TO WS-ENT-SUB
               WHEN OTHER MOVE 5 TO WS-ENT-SUB
           END-EVALUATE.
       SET-MASTER-ENTITY-END. EXIT.

       WRITE-MASTER-CHANGE.
           PERFORM START-CDC-LINE.
           EVALUATE TRUE
               WHEN NEW-BASE-REC
                   PERFORM ADD-CUSTOMER-FIELDS
               WHEN NEW-ADDRESS-REC
                   PERFORM ADD-ADDRESS-FIELDS
               WHEN NEW-UNDL-REC
                   PERFORM ADD-UNDELIVERABLE-FIELDS
               WHEN OTHER
                   PERFORM ADD-PREFERENCE-FIELDS
           END-EVALUATE.
           IF WS-CDC-PAIRS > 0
               PERFORM WRITE-CDC-LINE
           ELSE
               ADD 1 TO WS-UNCHANGED-COUNT
           END-IF.
       WRITE-MASTER-CHANGE-END. EXIT.

       ADD-CUSTOMER-FIELDS.
           IF CDC-ALL-FIELDS OR NEW-NAME NOT = WOL-NAME
               MOVE 'NAME'        TO WS-FLD-NAME
               MOVE NEW-NAME      TO WS-FLD-VALUE
               MOVE 15            TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR NEW-SURNAME NOT = WOL-SURNAME
               MOVE 'SURNAME'     TO WS-FLD-NAME
               MOVE NEW-SURNAME   TO WS-FLD-VALUE
               MOVE 15            TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR NEW-DATE NOT = WOL-DATE
               MOVE 'DATE'        TO WS-FLD-NAME
               MOVE NEW-DATE      TO WS-FLD-VALUE
               MOVE 8             TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR NEW-NDATE NOT = WOL-NDATE
               MOVE 'NDATE'       TO WS-FLD-NAME
               MOVE NEW-NDATE     TO WS-FLD-VALUE
               MOVE 8             TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
       ADD-CUSTOMER-FIELDS-END. EXIT.

       ADD-ADDRESS-FIELDS.
           IF CDC-ALL-FIELDS OR NEW-ADDR-LINE1 NOT = WOL-ADDR-LINE1
               MOVE 'LINE1'         TO WS-FLD-NAME
               MOVE NEW-ADDR-LINE1  TO WS-FLD-VALUE
               MOVE 25              TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR NEW-ADDR-LINE2 NOT = WOL-ADDR-LINE2
               MOVE 'LINE2'         TO WS-FLD-NAME
               MOVE NEW-ADDR-LINE2  TO WS-FLD-VALUE
               MOVE 25              TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR NEW-ADDR-POSTAL NOT = WOL-ADDR-POSTAL
               MOVE 'POSTAL'        TO WS-FLD-NAME
               MOVE NEW-ADDR-POSTAL TO WS-FLD-VALUE
               MOVE 5               TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR NEW-ADDR-CITY NOT = WOL-ADDR-CITY
               MOVE 'CITY'          TO WS-FLD-NAME
               MOVE NEW-ADDR-CITY   TO WS-FLD-VALUE
               MOVE 15              TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR NEW-ADDR-PHONE NOT = WOL-ADDR-PHONE
               MOVE 'PHONE'         TO WS-FLD-NAME
               MOVE NEW-ADDR-PHONE  TO WS-FLD-VALUE
               MOVE 11              TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
       ADD-ADDRESS-FIELDS-END. EXIT.

       ADD-PREFERENCE-FIELDS.
           IF CDC-ALL-FIELDS OR NEW-PREF-CODE NOT = WOL-PREF-CODE
               MOVE 'CODE'          TO WS-FLD-NAME
               MOVE NEW-PREF-CODE   TO WS-FLD-VALUE
               MOVE 1               TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
       ADD-PREFERENCE-FIELDS-END. EXIT.

      *---- NAME AND SURNAME ON THE FLAG ARE A COPY OF THE CUSTOMER'S
      *      OWN, ALREADY SENT WITH THE CUST ENTITY, SO ONLY THE FLAG
      *      ITSELF GOES OUT.
       ADD-UNDELIVERABLE-FIELDS.
           IF CDC-ALL-FIELDS OR NEW-UNDL-DOC NOT = WOL-UNDL-DOC
               MOVE 'DOC'               TO WS-FLD-NAME
               MOVE NEW-UNDL-DOC        TO WS-FLD-VALUE
               MOVE 4                   TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR NEW-UNDL-REASON NOT = WOL-UNDL-REASON
               MOVE 'REASON'            TO WS-FLD-NAME
               MOVE NEW-UNDL-REASON     TO WS-FLD-VALUE
               MOVE 2                   TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS
              OR NEW-UNDL-FIRST-DATE NOT = WOL-UNDL-FIRST-DATE
               MOVE 'FIRSTRTN'          TO WS-FLD-NAME
               MOVE NEW-UNDL-FIRST-DATE TO WS-FLD-VALUE
               MOVE 8                   TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS
              OR NEW-UNDL-LAST-DATE NOT = WOL-UNDL-LAST-DATE
               MOVE 'LASTRTN'           TO WS-FLD-NAME
               MOVE NEW-UNDL-LAST-DATE  TO WS-FLD-VALUE
               MOVE 8                   TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
           IF CDC-ALL-FIELDS OR NEW-UNDL-COUNT NOT = WOL-UNDL-COUNT
               MOVE 'RETURNS'           TO WS-FLD-NAME
               MOVE NEW-UNDL-COUNT      TO WS-FLD-VALUE
               MOVE 3                   TO WS-FLD-LEN
               PERFORM ADD-CDC-FIELD
           END-IF.
       ADD-UNDELIVERABLE-FIELDS-END. EXIT.

      *---- A SECOND RECORD OF THE SAME TYPE AND ID PAIRS WITH THE
      *      SECOND OLD ONE, SO ONLY ENTRIES NOT YET MATCHED COUNT.
      *      PERFORM...VARYING BUMPS WS-MST-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE.
       FIND-OLD-MASTER.
           SET MASTER-NOT-FOUND TO TRUE.
           IF WS-MST-COUNT > 0
               PERFORM SEARCH-OLD-MASTER
                   VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR MASTER-FOUND
               IF MASTER-FOUND
                   SET WS-MST-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-OLD-MASTER-END. EXIT.

       SEARCH-OLD-MASTER.
           IF WS-MST-TYPE(WS-MST-IDX) = WS-LOOK-TYPE AND
              WS-MST-ID(WS-MST-IDX) = WS-LOOK-MST-ID AND
              WS-MST-SEEN-SW(WS-MST-IDX) = 'N'
               SET MASTER-FOUND TO TRUE
           END-IF.
       SEARCH-OLD-MASTER-END. EXIT.

       H550-WRITE-MASTER-DELETES.
           IF WS-MST-COUNT > 0
               PERFORM CHECK-MASTER-DELETED
                   VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
           END-IF.
       H550-END. EXIT.

       CHECK-MASTER-DELETED.
           IF WS-MST-SEEN-SW(WS-MST-IDX) = 'N'
               MOVE WS-MST-TYPE(WS-MST-IDX) TO WS-LOOK-TYPE
               MOVE WS-MST-ID(WS-MST-IDX)   TO WS-CDC-KEY
               PERFORM SET-MASTER-ENTITY
               MOVE 'D' TO WS-CDC-OP
               PERFORM START-CDC-LINE
               PERFORM WRITE-CDC-LINE
           END-IF.
       CHECK-MASTER-DELETED-END. EXIT.

      *---- D|DATE|ENTITY|OP|KEY - THE FIELDS ARE APPENDED BEHIND IT.
       START-CDC-LINE.
           MOVE WS-ENT-NAME(WS-ENT-SUB) TO WS-CDC-ENTITY.
           MOVE SPACES TO WS-CDC-LINE.
           MOVE 1 TO WS-CDC-PTR.
           MOVE 0 TO WS-CDC-PAIRS.
           STRING 'D|'              DELIMITED BY SIZE
                  WS-BUSINESS-DATE  DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  WS-CDC-ENTITY     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  WS-CDC-OP         DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  WS-CDC-KEY        DELIMITED BY SPACE
               INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING.
       START-CDC-LINE-END. EXIT.

       ADD-CDC-FIELD.
           STRING '|'               DELIMITED BY SIZE
                  WS-FLD-NAME       DELIMITED BY SPACE
                  '='               DELIMITED BY SIZE
                  WS-FLD-VALUE(1:WS-FLD-LEN) DELIMITED BY SIZE
               INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING.
           ADD 1 TO WS-CDC-PAIRS.
       ADD-CDC-FIELD-END. EXIT.

       WRITE-CDC-LINE.
           WRITE CDC-REC FROM WS-CDC-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           EVALUATE WS-CDC-OP
               WHEN 'I' ADD 1 TO WS-ENT-INSERTS(WS-ENT-SUB)
               WHEN 'U' ADD 1 TO WS-ENT-UPDATES(WS-ENT-SUB)
               WHEN OTHER ADD 1 TO WS-ENT-DELETES(WS-ENT-SUB)
           END-EVALUATE.
       WRITE-CDC-LINE-END. EXIT.

      *---- T|DATE|DETAIL COUNT, THEN PER ENTITY ITS NAME AND THE
      *      INSERT, UPDATE AND DELETE COUNTS.
       H800-WRITE-CDC-TRAILER.
           MOVE SPACES TO WS-CDC-LINE.
           MOVE 1 TO WS-CDC-PTR.
           MOVE WS-DETAIL-COUNT TO TRC-DETAIL-O.
           STRING 'T|'              DELIMITED BY SIZE
                  WS-BUSINESS-DATE  DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  TRC-DETAIL-O      DELIMITED BY SIZE
               INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING.
           PERFORM ADD-TRAILER-ENTITY
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > 5.
           WRITE CDC-REC FROM WS-CDC-LINE.
       H800-END. EXIT.

       ADD-TRAILER-ENTITY.
           MOVE WS-ENT-INSERTS(WS-ENT-SUB) TO TRC-INSERTS-O.
           MOVE WS-ENT-UPDATES(WS-ENT-SUB) TO TRC-UPDATES-O.
           MOVE WS-ENT-DELETES(WS-ENT-SUB) TO TRC-DELETES-O.
           STRING '|'                      DELIMITED BY SIZE
                  WS-ENT-NAME(WS-ENT-SUB)  DELIMITED BY SIZE
                  '|'                      DELIMITED BY SIZE
                  TRC-INSERTS-O            DELIMITED BY SIZE
                  '|'                      DELIMITED BY SIZE
                  TRC-UPDATES-O            DELIMITED BY SIZE
                  '|'                      DELIMITED BY SIZE
                  TRC-DELETES-O            DELIMITED BY SIZE
               INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING.
       ADD-TRAILER-ENTITY-END. EXIT.

      *---- A FULL TABLE MEANS SOME RECORDS WERE NEVER COMPARED AND
      *      WOULD SHOW AS FALSE INSERTS OR DELETES, SO THE EXTRACT IS
      *      FAILED WITH RETURN-CODE 8 AND MUST NOT BE LOADED.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'BEFORE ACCOUNTS READ'      TO TOT-LABEL-O.
           MOVE WS-BEFORE-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'AFTER ACCOUNTS READ'       TO TOT-LABEL-O.
           MOVE WS-AFTER-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'OLD MASTER RECORDS READ'   TO TOT-LABEL-O.
           MOVE WS-OLD-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'NEW MASTER RECORDS READ'   TO TOT-LABEL-O.
           MOVE WS-NEW-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'UNKNOWN RECORD TYPES'      TO TOT-LABEL-O.
           MOVE WS-OTHER-TYPE-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'RECORDS UNCHANGED'         TO TOT-LABEL-O.
           MOVE WS-UNCHANGED-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           PERFORM WRITE-ENTITY-TOTALS
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > 5.
           MOVE 'CHANGE RECORDS WRITTEN'    TO TOT-LABEL-O.
           MOVE WS-DETAIL-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           IF A-TABLE-FULL
               DISPLAY 'CDCEXTR: TABLE FULL - EXTRACT INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       WRITE-ENTITY-TOTALS.
           MOVE SPACES TO TOT-LABEL-O.
           STRING WS-ENT-NAME(WS-ENT-SUB) DELIMITED BY SIZE
                  ' INSERTS'              DELIMITED BY SIZE
               INTO TOT-LABEL-O
           END-STRING.
           MOVE WS-ENT-INSERTS(WS-ENT-SUB)  TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE SPACES TO TOT-LABEL-O.
           STRING WS-ENT-NAME(WS-ENT-SUB) DELIMITED BY SIZE
                  ' UPDATES'              DELIMITED BY SIZE
               INTO TOT-LABEL-O
           END-STRING.
           MOVE WS-ENT-UPDATES(WS-ENT-SUB)  TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE SPACES TO TOT-LABEL-O.
           STRING WS-ENT-NAME(WS-ENT-SUB) DELIMITED BY SIZE
                  ' DELETES'              DELIMITED BY SIZE
               INTO TOT-LABEL-O
           END-STRING.
           MOVE WS-ENT-DELETES(WS-ENT-SUB)  TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
       WRITE-ENTITY-TOTALS-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE BEFORE-FILE
           CLOSE AFTER-FILE
           CLOSE OLD-MASTER
           CLOSE NEW-MASTER
           CLOSE CDC-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
