       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- CUSTOMER MERGE. A DUPMATCH PAIR THAT OPS HAVE CONFIRMED IS
      *      KEYED AS ONE MERGE TRANSACTION - THE ID TO RETIRE AND
      *      THE ID THAT SURVIVES - AND THIS PROGRAM FOLDS THE ONE
      *      INTO THE OTHER ACROSS BOTH MASTERS IN THE SAME STEP:
      *        - EVERY XREFIN LINK OF THE RETIRED ID IS RE-POINTED TO
      *          THE SURVIVOR. WHERE THE SURVIVOR IS ALREADY ON THAT
      *          ACCOUNT LEG THE RETIRED LINK IS DROPPED INSTEAD, AND
      *          IF IT WAS THE PRIMARY HOLDER THE SURVIVOR TAKES OVER
      *          THE PRIMARY ROLE - IT IS THE SAME PERSON.
      *        - THE RETIRED ID'S TYPE-'2' ADDRESS AND TYPE-'3'
      *          PREFERENCE RECORDS CARRY OVER TO THE SURVIVOR WHERE
      *          THE SURVIVOR HAS NONE OF ITS OWN; WHERE IT DOES, THE
      *          SURVIVOR'S OWN RECORD STANDS. A TYPE-'4'
      *          UNDELIVERABLE FLAG FOLLOWS THE ADDRESS IT WAS RAISED
      *          ON: CARRIED OVER WITH IT, OR DROPPED WITH IT.
      *        - THE RETIRED ID'S CUSTOMER RECORD IS CLOSED WITH THE
      *          MERGE DATE, THE SAME WAY A CUSTMNT CLOSURE IS.
      *        - ONE MERGE HISTORY RECORD IS ADDED TO MRGHST (CYCLED
      *          MRGHSTI IN, MRGHSTO OUT - THE DORMTRK PATTERN), SO A
      *          STATEMENT, LETTER OR CERTIFICATE STILL CARRYING THE
      *          OLD ID CAN BE TRACED TO THE CUSTOMER IT BECAME.
      *      DATAOUT AND XREFOUT ARE TOMORROW'S DATAIN AND XREFIN. A
      *      TRANSACTION THAT FAILS ITS EDITS CHANGES NOTHING AND IS
      *      LISTED REJECTED ON MRGRPT.
      *2026-10-15 HCP THE RETIRED ID'S TYPE-'4' UNDELIVERABLE FLAG NOW
      *           FOLLOWS ITS ADDRESS - RE-KEYED TO THE SURVIVOR WITH A
      *           CARRIED ADDRESS, DROPPED OTHERWISE - SO THE CLOSED ID
      *           KEEPS NO FLAG FOR UNDLAGE TO AGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-REC   ASSIGN TO DATAIN
                             STATUS ST-DATA-REC.
           SELECT DATA-OUT-FILE ASSIGN TO DATAOUT
                             STATUS ST-DATA-OUT.
           SELECT XREF-IN-FILE ASSIGN TO XREFIN
                             STATUS ST-XREF-IN.
           SELECT XREF-OUT-FILE ASSIGN TO XREFOUT
                             STATUS ST-XREF-OUT.
           SELECT MERGE-FILE ASSIGN TO MRGIN
                             STATUS ST-MERGE.
           SELECT HIST-IN-FILE ASSIGN TO MRGHSTI
                             STATUS ST-HIST-IN.
           SELECT HIST-OUT-FILE ASSIGN TO MRGHSTO
                             STATUS ST-HIST-OUT.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT REPORT-FILE ASSIGN TO MRGRPT
                             STATUS ST-REPORT.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT MYDCALC READS THE CUSTOMER MASTER WITH -
      *      TYPE '1' IS A CUSTOMER, '2' AN ADDRESS, '3' A DELIVERY
      *      PREFERENCE, '4' AN UNDELIVERABLE-ADDRESS FLAG, ALL KEYED
      *      BY DATA-ID IN COLUMNS 2-5.
       FD  DATA-REC RECORDING MODE F.
         01  DATA-IN              PIC X(86).
       FD  DATA-OUT-FILE RECORDING MODE F.
         01  DATA-OUT             PIC X(86).
      *---- SAME LAYOUT XREFMNT CYCLES.
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
      *---- ONE CONFIRMED PAIR PER RECORD: THE ID TO RETIRE, THEN THE
      *      ID IT IS MERGED INTO.
       FD  MERGE-FILE RECORDING MODE F.
         01  MRG-REC.
           05 MRG-RETIRED-I      PIC X(04).
           05 FILLER             PIC X(01).
           05 MRG-SURVIVOR-I     PIC X(04).
      *---- ONE RECORD PER MERGE EVER APPLIED: WHO WENT INTO WHOM AND
      *      WHEN, THE RETIRED CUSTOMER'S NAME AS IT STOOD, HOW MANY
      *      LINKS MOVED OR WERE DROPPED AS ALREADY HELD, AND WHAT
      *      HAPPENED TO THE ADDRESS AND PREFERENCE ('C' CARRIED
      *      OVER, 'K' SURVIVOR'S OWN KEPT, 'N' RETIRED ID HAD NONE).
       FD  HIST-IN-FILE RECORDING MODE F.
         01  HIST-IN-REC          PIC X(60).
       FD  HIST-OUT-FILE RECORDING MODE F.
         01  HIST-OUT-REC.
           05 MHST-RETIRED-O     PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 MHST-SURVIVOR-O    PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 MHST-DATE-O        PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 MHST-NAME-O        PIC X(15).
           05 MHST-SURNAME-O     PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 MHST-MOVED-O       PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 MHST-DROPPED-O     PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 MHST-ADDR-O        PIC X(01).
           05 MHST-PREF-O        PIC X(01).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-RETIRED-O      PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-SURVIVOR-O     PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-STATUS-O       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-MOVED-O        PIC ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-DROPPED-O      PIC ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-ADDR-O         PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-PREF-O         PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-REASON-O       PIC X(30).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-DATA-REC       PIC 9(02).
             88 DATA-REC-EOF             VALUE 10.
             88 DATA-REC-OK              VALUE 00 97.
           05 ST-DATA-OUT       PIC 9(02).
             88 DATA-OUT-OK              VALUE 00 97.
           05 ST-XREF-IN        PIC 9(02).
             88 XREF-IN-EOF              VALUE 10.
             88 XREF-IN-OK               VALUE 00 97.
           05 ST-XREF-OUT       PIC 9(02).
             88 XREF-OUT-OK              VALUE 00 97.
           05 ST-MERGE          PIC 9(02).
             88 MERGE-EOF                VALUE 10.
             88 MERGE-SUCCESS            VALUE 00 97.
           05 ST-HIST-IN        PIC 9(02).
             88 HIST-IN-EOF              VALUE 10.
             88 HIST-IN-OK               VALUE 00 97.
           05 ST-HIST-OUT       PIC 9(02).
             88 HIST-OUT-OK              VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK              VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-SUCCESS           VALUE 00 97.
           05 WS-VALID-SW       PIC X(01).
             88 TRAN-IS-VALID            VALUE 'Y'.
             88 TRAN-IS-INVALID          VALUE 'N'.
           05 WS-REJECT-REASON  PIC X(30).
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-MERGE-DATE     PIC 9(08).

      *---- THE TRANSACTION IN HAND. THE CUSTOMER IDS ARE ALSO HELD
      *      IN THE FIVE-DIGIT FORM XREFIN CARRIES THEM IN.
         01  WS-MERGE-DATA.
           05 WS-RETIRED-ID      PIC X(04).
           05 WS-SURVIVOR-ID     PIC X(04).
           05 WS-RETIRED-CUST    PIC 9(05).
           05 WS-RETIRED-CUST-X REDEFINES WS-RETIRED-CUST
                                 PIC X(05).
           05 WS-SURVIVOR-CUST   PIC 9(05).
           05 WS-SURVIVOR-CUST-X REDEFINES WS-SURVIVOR-CUST
                                 PIC X(05).
           05 WS-RETIRED-SUB     PIC 9(05) COMP.
           05 WS-SURVIVOR-SUB    PIC 9(05) COMP.
           05 WS-LINKS-MOVED     PIC 9(03).
           05 WS-LINKS-DROPPED   PIC 9(03).
           05 WS-ADDR-OUTCOME    PIC X(01).
           05 WS-PREF-OUTCOME    PIC X(01).
           05 WS-FIND-TYPE       PIC X(01).
           05 WS-FIND-ID         PIC X(04).
           05 WS-CARRY-OUTCOME   PIC X(01).

      *---- THE WHOLE CUSTOMER MASTER, ONE IMAGE PER RECORD, WITH A
      *      LIVE FLAG SO A DROPPED RECORD LEAVES NO GAP - THE SAME
      *      TABLE CUSTMNT KEEPS. THE BASE-RECORD VIEW BELOW IS LAID
      *      OVER AN IMAGE TO READ OR CLOSE IT.
         01  WS-MASTER-TABLE.
           05 WS-MST-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-MST-SUB         PIC 9(05) COMP.
           05 WS-MST-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-MST-IDX.
             10 WS-MST-TYPE      PIC X(01).
             10 WS-MST-ID        PIC X(04).
             10 WS-MST-IMAGE     PIC X(86).
             10 WS-MST-LIVE-SW   PIC X(01).
           05 WS-MST-FOUND-SW    PIC X(01).
             88 MASTER-FOUND              VALUE 'Y'.
             88 MASTER-NOT-FOUND          VALUE 'N'.
         01  WS-BASE-IMAGE.
           05 BASE-REC-TYPE      PIC X(01).
           05 BASE-ID            PIC X(04).
           05 BASE-NAME          PIC X(15).
           05 BASE-SURNAME       PIC X(15).
           05 BASE-DATE          PIC X(08).
           05 BASE-NDATE         PIC 9(08).
           05 FILLER             PIC X(35).

      *---- EVERY LINK ON XREFIN, WITH A LIVE FLAG SO A DROPPED LINK
      *      LEAVES NO GAP.
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
           05 WS-XRF-FOUND-SW    PIC X(01).
             88 LINK-FOUND                VALUE 'Y'.
             88 LINK-NOT-FOUND            VALUE 'N'.

         01  WS-CONTROL-TOTALS.
           05 WS-MASTER-IN-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-MASTER-OUT-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-LINKS-IN-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-LINKS-OUT-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-MERGE-READ-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-APPLIED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-REJECTED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-MOVED-TOTAL     PIC 9(07) COMP VALUE 0.
           05 WS-DROPPED-TOTAL   PIC 9(07) COMP VALUE 0.
           05 WS-HIST-CARRIED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-FLAGS-CARRIED   PIC 9(07) COMP VALUE 0.
           05 WS-FLAGS-DROPPED   PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(25)
                         VALUE 'Customer Merge Report'.
           05  FILLER         PIC X(36) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(05) VALUE 'Ret. '.
           05  FILLER         PIC X(05) VALUE 'Surv '.
           05  FILLER         PIC X(09) VALUE 'Status   '.
           05  FILLER         PIC X(04) VALUE 'Mov '.
           05  FILLER         PIC X(04) VALUE 'Drp '.
           05  FILLER         PIC X(04) VALUE 'A P '.
           05  FILLER         PIC X(06) VALUE 'Reason'.
           05  FILLER         PIC X(24) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(26).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(20) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H150-WRITE-HEADERS
           PERFORM H160-LOAD-MASTER
           PERFORM H170-LOAD-LINKS
           PERFORM H180-CARRY-MERGE-HISTORY
           PERFORM H200-APPLY-MERGE UNTIL MERGE-EOF
           PERFORM H700-WRITE-NEW-MASTER
           PERFORM H750-WRITE-NEW-XREF
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  DATA-REC.
           OPEN OUTPUT DATA-OUT-FILE.
           OPEN INPUT  XREF-IN-FILE.
           OPEN OUTPUT XREF-OUT-FILE.
           OPEN INPUT  MERGE-FILE.
           OPEN OUTPUT HIST-OUT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF (NOT DATA-REC-OK)
           DISPLAY 'UNABLE TO OPEN DATAIN: ' ST-DATA-REC
           MOVE ST-DATA-REC TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT DATA-OUT-OK)
           DISPLAY 'UNABLE TO OPEN DATAOUT: ' ST-DATA-OUT
           MOVE ST-DATA-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT XREF-IN-OK)
           DISPLAY 'UNABLE TO OPEN XREFIN: ' ST-XREF-IN
           MOVE ST-XREF-IN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT XREF-OUT-OK)
           DISPLAY 'UNABLE TO OPEN XREFOUT: ' ST-XREF-OUT
           MOVE ST-XREF-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT MERGE-SUCCESS)
           DISPLAY 'UNABLE TO OPEN MRGIN: ' ST-MERGE
           MOVE ST-MERGE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HIST-OUT-OK)
           DISPLAY 'UNABLE TO OPEN MRGHSTO: ' ST-HIST-OUT
           MOVE ST-HIST-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN MRGRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL - NO CARD MEANS TODAY. IT IS THE
      *      CLOSING DATE THE RETIRED ID GETS AND THE DATE ON ITS
      *      MERGE HISTORY RECORD.
       H105-READ-PROCESSING-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
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
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-MERGE-DATE.
       H105-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-1.
           WRITE RPT-REC FROM RPT-HEADER-2.
       H150-END. EXIT.

       H160-LOAD-MASTER.
           READ DATA-REC
               AT END SET DATA-REC-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-MASTER UNTIL DATA-REC-EOF.
       H160-END. EXIT.

       LOAD-NEXT-MASTER.
           ADD 1 TO WS-MASTER-IN-COUNT.
           IF WS-MST-COUNT < 9999
               ADD 1 TO WS-MST-COUNT
               SET WS-MST-IDX TO WS-MST-COUNT
               MOVE DATA-IN(1:1) TO WS-MST-TYPE(WS-MST-IDX)
               MOVE DATA-IN(2:4) TO WS-MST-ID(WS-MST-IDX)
               MOVE DATA-IN     TO WS-MST-IMAGE(WS-MST-IDX)
               MOVE 'Y'         TO WS-MST-LIVE-SW(WS-MST-IDX)
           ELSE
               DISPLAY 'WS-MASTER-TABLE FULL, SKIPPING ID='
                   DATA-IN(2:4)
           END-IF.
           READ DATA-REC
               AT END SET DATA-REC-EOF TO TRUE
           END-READ.
       LOAD-NEXT-MASTER-END. EXIT.

      *---- A LINK BROUGHT FORWARD WITH NO ROLE LOADS AS PRIMARY, AS
      *      IT DOES IN XREFMNT.
       H170-LOAD-LINKS.
           READ XREF-IN-FILE
               AT END SET XREF-IN-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-LINK UNTIL XREF-IN-EOF.
       H170-END. EXIT.

       LOAD-NEXT-LINK.
           ADD 1 TO WS-LINKS-IN-COUNT.
           IF WS-XRF-COUNT < 9999
               ADD 1 TO WS-XRF-COUNT
               SET WS-XRF-IDX TO WS-XRF-COUNT
               MOVE XRF-CUST-I TO WS-XRF-CUST(WS-XRF-IDX)
               MOVE XRF-ACCT-I TO WS-XRF-ACCT(WS-XRF-IDX)
               MOVE XRF-DVZ-I  TO WS-XRF-DVZ(WS-XRF-IDX)
               MOVE XRF-ROLE-I TO WS-XRF-ROLE(WS-XRF-IDX)
               IF XRF-ROLE-I = SPACE
                   MOVE 'P' TO WS-XRF-ROLE(WS-XRF-IDX)
               END-IF
               MOVE 'Y'        TO WS-XRF-LIVE-SW(WS-XRF-IDX)
           ELSE
               DISPLAY 'WS-XREF-TABLE FULL, SKIPPING CUST='
                   XRF-CUST-I
           END-IF.
           READ XREF-IN-FILE
               AT END SET XREF-IN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-LINK-END. EXIT.

      *---- MRGHSTI IS OPTIONAL - THE FIRST MERGE EVER STARTS THE
      *      HISTORY. EARLIER MERGES ARE COPIED THROUGH UNCHANGED AND
      *      TODAY'S ARE ADDED AFTER THEM.
       H180-CARRY-MERGE-HISTORY.
           OPEN INPUT HIST-IN-FILE.
           IF HIST-IN-OK
               READ HIST-IN-FILE
                   AT END SET HIST-IN-EOF TO TRUE
               END-READ
               PERFORM CARRY-NEXT-HISTORY UNTIL HIST-IN-EOF
               CLOSE HIST-IN-FILE
           END-IF.
           READ MERGE-FILE.
           IF (NOT MERGE-SUCCESS) AND (NOT MERGE-EOF)
           DISPLAY 'UNABLE TO READ MRGIN: ' ST-MERGE
           MOVE ST-MERGE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H180-END. EXIT.

       CARRY-NEXT-HISTORY.
           ADD 1 TO WS-HIST-CARRIED-COUNT.
           WRITE HIST-OUT-REC FROM HIST-IN-REC.
           READ HIST-IN-FILE
               AT END SET HIST-IN-EOF TO TRUE
           END-READ.
       CARRY-NEXT-HISTORY-END. EXIT.

      *---- EVERY EDIT RUNS BEFORE ANYTHING IS TOUCHED, SO A REJECTED
      *      MERGE LEAVES BOTH MASTERS EXACTLY AS THEY WERE.
       H200-APPLY-MERGE.
           ADD 1 TO WS-MERGE-READ-COUNT.
           MOVE 0 TO WS-LINKS-MOVED.
           MOVE 0 TO WS-LINKS-DROPPED.
           MOVE SPACE TO WS-ADDR-OUTCOME.
           MOVE SPACE TO WS-PREF-OUTCOME.
           PERFORM VALIDATE-MERGE-TRAN.
           IF TRAN-IS-INVALID
               PERFORM WRITE-REJECTED-LINE
           ELSE
               PERFORM H300-REPOINT-LINKS
               MOVE '2' TO WS-FIND-TYPE
               PERFORM H400-CARRY-OVER-RECORD
               MOVE WS-CARRY-OUTCOME TO WS-ADDR-OUTCOME
               PERFORM H450-CARRY-UNDELIVERABLE
               MOVE '3' TO WS-FIND-TYPE
               PERFORM H400-CARRY-OVER-RECORD
               MOVE WS-CARRY-OUTCOME TO WS-PREF-OUTCOME
               PERFORM H500-CLOSE-RETIRED-ID
               PERFORM H600-WRITE-MERGE-HISTORY
               PERFORM WRITE-APPLIED-LINE
           END-IF.
           READ MERGE-FILE.
       H200-END. EXIT.

      *---- BOTH IDS MUST BE LIVE CUSTOMERS ON THE MASTER AND STILL
      *      OPEN. A RETIRED ID IS CLOSED BY ITS MERGE, SO THE SAME
      *      PAIR KEYED TWICE - OR A MERGE INTO AN ID THAT WAS ITSELF
      *      MERGED AWAY - IS CAUGHT HERE.
       VALIDATE-MERGE-TRAN.
           SET TRAN-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE MRG-RETIRED-I  TO WS-RETIRED-ID.
           MOVE MRG-SURVIVOR-I TO WS-SURVIVOR-ID.
           IF WS-RETIRED-ID IS NOT NUMERIC OR
              WS-SURVIVOR-ID IS NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND WS-RETIRED-ID = WS-SURVIVOR-ID
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'CANNOT MERGE AN ID INTO ITSELF'
                   TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID
               MOVE '1' TO WS-FIND-TYPE
               MOVE WS-RETIRED-ID TO WS-FIND-ID
               PERFORM FIND-MASTER-RECORD
               IF MASTER-NOT-FOUND
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'RETIRED ID NOT ON MASTER' TO WS-REJECT-REASON
               ELSE
                   SET WS-RETIRED-SUB TO WS-MST-IDX
                   MOVE WS-MST-IMAGE(WS-MST-IDX) TO WS-BASE-IMAGE
                   IF BASE-NDATE IS NOT NUMERIC OR BASE-NDATE NOT = 0
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE 'RETIRED ID ALREADY CLOSED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               MOVE WS-SURVIVOR-ID TO WS-FIND-ID
               PERFORM FIND-MASTER-RECORD
               IF MASTER-NOT-FOUND
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'SURVIVOR ID NOT ON MASTER' TO WS-REJECT-REASON
               ELSE
                   SET WS-SURVIVOR-SUB TO WS-MST-IDX
                   MOVE WS-MST-IMAGE(WS-MST-IDX) TO WS-BASE-IMAGE
                   IF BASE-NDATE IS NOT NUMERIC OR BASE-NDATE NOT = 0
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE 'SURVIVOR ID IS CLOSED' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               MOVE WS-RETIRED-ID  TO WS-RETIRED-CUST
               MOVE WS-SURVIVOR-ID TO WS-SURVIVOR-CUST
           END-IF.
       VALIDATE-MERGE-TRAN-END. EXIT.

      *---- EVERY LINK OF THE RETIRED ID, IN FILE ORDER.
       H300-REPOINT-LINKS.
           PERFORM REPOINT-ONE-LINK
               VARYING WS-XRF-SUB FROM 1 BY 1
               UNTIL WS-XRF-SUB > WS-XRF-COUNT.
       H300-END. EXIT.

      *---- A LEG THE SURVIVOR ALREADY HOLDS KEEPS THE SURVIVOR'S
      *      LINK; THE RETIRED ONE IS DROPPED, HANDING OVER THE
      *      PRIMARY ROLE IF IT HAD IT, SO THE LEG STILL HAS EXACTLY
      *      ONE PRIMARY HOLDER.
       REPOINT-ONE-LINK.
           IF WS-XRF-LIVE-SW(WS-XRF-SUB) = 'Y' AND
              WS-XRF-CUST(WS-XRF-SUB) = WS-RETIRED-CUST-X
               PERFORM FIND-SURVIVOR-LINK
               IF LINK-FOUND
                   IF WS-XRF-ROLE(WS-XRF-SUB) = 'P'
                       MOVE 'P' TO WS-XRF-ROLE(WS-XRF-IDX)
                   END-IF
                   MOVE 'N' TO WS-XRF-LIVE-SW(WS-XRF-SUB)
                   ADD 1 TO WS-LINKS-DROPPED
                   ADD 1 TO WS-DROPPED-TOTAL
               ELSE
                   MOVE WS-SURVIVOR-CUST-X TO WS-XRF-CUST(WS-XRF-SUB)
                   ADD 1 TO WS-LINKS-MOVED
                   ADD 1 TO WS-MOVED-TOTAL
               END-IF
           END-IF.
       REPOINT-ONE-LINK-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-XRF-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED.
       FIND-SURVIVOR-LINK.
           SET LINK-NOT-FOUND TO TRUE.
           PERFORM SEARCH-SURVIVOR-LINK
               VARYING WS-XRF-IDX FROM 1 BY 1
               UNTIL WS-XRF-IDX > WS-XRF-COUNT
                  OR LINK-FOUND.
           IF LINK-FOUND
               SET WS-XRF-IDX DOWN BY 1
           END-IF.
       FIND-SURVIVOR-LINK-END. EXIT.

       SEARCH-SURVIVOR-LINK.
           IF WS-XRF-LIVE-SW(WS-XRF-IDX) = 'Y' AND
              WS-XRF-CUST(WS-XRF-IDX) = WS-SURVIVOR-CUST-X AND
              WS-XRF-ACCT(WS-XRF-IDX) = WS-XRF-ACCT(WS-XRF-SUB) AND
              WS-XRF-DVZ(WS-XRF-IDX) = WS-XRF-DVZ(WS-XRF-SUB)
               SET LINK-FOUND TO TRUE
           END-IF.
       SEARCH-SURVIVOR-LINK-END. EXIT.

      *---- THE RETIRED ID'S RECORD OF TYPE WS-FIND-TYPE MOVES TO THE
      *      SURVIVOR - RE-KEYED IN PLACE, IMAGE AND ALL - UNLESS THE
      *      SURVIVOR HAS ONE OF ITS OWN, WHICH STANDS. EITHER WAY THE
      *      RETIRED ID KEEPS NO ADDRESS OR PREFERENCE, SO NOTHING IS
      *      EVER MAILED TO IT AGAIN.
       H400-CARRY-OVER-RECORD.
           MOVE 'N' TO WS-CARRY-OUTCOME.
           MOVE WS-RETIRED-ID TO WS-FIND-ID.
           PERFORM FIND-MASTER-RECORD.
           IF MASTER-FOUND
               SET WS-MST-SUB TO WS-MST-IDX
               MOVE WS-SURVIVOR-ID TO WS-FIND-ID
               PERFORM FIND-MASTER-RECORD
               IF MASTER-FOUND
                   MOVE 'N' TO WS-MST-LIVE-SW(WS-MST-SUB)
                   MOVE 'K' TO WS-CARRY-OUTCOME
               ELSE
                   MOVE WS-SURVIVOR-ID TO WS-MST-ID(WS-MST-SUB)
                   MOVE WS-SURVIVOR-ID TO WS-MST-IMAGE(WS-MST-SUB)(2:4)
                   MOVE 'C' TO WS-CARRY-OUTCOME
               END-IF
           END-IF.
       H400-END. EXIT.

      *---- THE RETIRED ID'S TYPE-'4' FLAG SAYS ITS ADDRESS RETURNS
      *      MAIL, SO IT GOES WHERE THE ADDRESS WENT: RE-KEYED TO THE
      *      SURVIVOR WHEN THE ADDRESS CARRIED OVER ('C') - REPLACING
      *      ANY FLAG THE SURVIVOR HAD, WHICH CAN ONLY BE STALE WITH NO
      *      ADDRESS OF ITS OWN - AND DROPPED WHEN THE SURVIVOR'S OWN
      *      ADDRESS STOOD ('K') OR THERE WAS NO ADDRESS ('N').
       H450-CARRY-UNDELIVERABLE.
           MOVE '4' TO WS-FIND-TYPE.
           MOVE WS-RETIRED-ID TO WS-FIND-ID.
           PERFORM FIND-MASTER-RECORD.
           IF MASTER-FOUND
               SET WS-MST-SUB TO WS-MST-IDX
               IF WS-ADDR-OUTCOME = 'C'
                   MOVE WS-SURVIVOR-ID TO WS-FIND-ID
                   PERFORM FIND-MASTER-RECORD
                   IF MASTER-FOUND
                       MOVE 'N' TO WS-MST-LIVE-SW(WS-MST-IDX)
                       ADD 1 TO WS-FLAGS-DROPPED
                   END-IF
                   MOVE WS-SURVIVOR-ID TO WS-MST-ID(WS-MST-SUB)
                   MOVE WS-SURVIVOR-ID TO WS-MST-IMAGE(WS-MST-SUB)(2:4)
                   ADD 1 TO WS-FLAGS-CARRIED
               ELSE
                   MOVE 'N' TO WS-MST-LIVE-SW(WS-MST-SUB)
                   ADD 1 TO WS-FLAGS-DROPPED
               END-IF
           END-IF.
       H450-END. EXIT.

      *---- THE CLOSURE IS THE SAME ONE CUSTMNT APPLIES - THE CLOSING
      *      DATE IN DATA-NDATE - SO EVERY PROGRAM THAT SKIPS A CLOSED
      *      CUSTOMER SKIPS THE RETIRED ID WITHOUT KNOWING ABOUT MERGES.
       H500-CLOSE-RETIRED-ID.
           MOVE WS-MST-IMAGE(WS-RETIRED-SUB) TO WS-BASE-IMAGE.
           MOVE WS-MERGE-DATE TO BASE-NDATE.
           MOVE WS-BASE-IMAGE TO WS-MST-IMAGE(WS-RETIRED-SUB).
       H500-END. EXIT.

       H600-WRITE-MERGE-HISTORY.
           MOVE SPACES TO HIST-OUT-REC.
           MOVE WS-RETIRED-ID    TO MHST-RETIRED-O.
           MOVE WS-SURVIVOR-ID   TO MHST-SURVIVOR-O.
           MOVE WS-MERGE-DATE    TO MHST-DATE-O.
           MOVE BASE-NAME        TO MHST-NAME-O.
           MOVE BASE-SURNAME     TO MHST-SURNAME-O.
           MOVE WS-LINKS-MOVED   TO MHST-MOVED-O.
           MOVE WS-LINKS-DROPPED TO MHST-DROPPED-O.
           MOVE WS-ADDR-OUTCOME  TO MHST-ADDR-O.
           MOVE WS-PREF-OUTCOME  TO MHST-PREF-O.
           WRITE HIST-OUT-REC.
       H600-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-MST-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED.
       FIND-MASTER-RECORD.
           SET MASTER-NOT-FOUND TO TRUE.
           IF WS-MST-COUNT > 0
               PERFORM SEARCH-MASTER-RECORD
                   VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR MASTER-FOUND
               IF MASTER-FOUND
                   SET WS-MST-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-MASTER-RECORD-END. EXIT.

       SEARCH-MASTER-RECORD.
           IF WS-MST-LIVE-SW(WS-MST-IDX) = 'Y' AND
              WS-MST-TYPE(WS-MST-IDX) = WS-FIND-TYPE AND
              WS-MST-ID(WS-MST-IDX) = WS-FIND-ID
               SET MASTER-FOUND TO TRUE
           END-IF.
       SEARCH-MASTER-RECORD-END. EXIT.

      *---- EVERY LIVE IMAGE GOES OUT IN ITS LOADED ORDER - DATAOUT IS
      *      TOMORROW MORNING'S DATAIN.
       H700-WRITE-NEW-MASTER.
           PERFORM WRITE-ONE-MASTER
               VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MST-COUNT.
       H700-END. EXIT.

       WRITE-ONE-MASTER.
           IF WS-MST-LIVE-SW(WS-MST-SUB) = 'Y'
               ADD 1 TO WS-MASTER-OUT-COUNT
               SET WS-MST-IDX TO WS-MST-SUB
               MOVE WS-MST-IMAGE(WS-MST-IDX) TO DATA-OUT
               WRITE DATA-OUT
           END-IF.
       WRITE-ONE-MASTER-END. EXIT.

       H750-WRITE-NEW-XREF.
           PERFORM WRITE-ONE-LINK
               VARYING WS-XRF-SUB FROM 1 BY 1
               UNTIL WS-XRF-SUB > WS-XRF-COUNT.
       H750-END. EXIT.

       WRITE-ONE-LINK.
           IF WS-XRF-LIVE-SW(WS-XRF-SUB) = 'Y'
               ADD 1 TO WS-LINKS-OUT-COUNT
               MOVE SPACES TO XREF-OUT-REC
               MOVE WS-XRF-CUST(WS-XRF-SUB) TO XRF-CUST-O
               MOVE WS-XRF-ACCT(WS-XRF-SUB) TO XRF-ACCT-O
               MOVE WS-XRF-DVZ(WS-XRF-SUB)  TO XRF-DVZ-O
               MOVE WS-XRF-ROLE(WS-XRF-SUB) TO XRF-ROLE-O
               WRITE XREF-OUT-REC
           END-IF.
       WRITE-ONE-LINK-END. EXIT.

       WRITE-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO RPT-REC.
           MOVE WS-RETIRED-ID    TO RPT-RETIRED-O.
           MOVE WS-SURVIVOR-ID   TO RPT-SURVIVOR-O.
           MOVE 'APPLIED'        TO RPT-STATUS-O.
           MOVE WS-LINKS-MOVED   TO RPT-MOVED-O.
           MOVE WS-LINKS-DROPPED TO RPT-DROPPED-O.
           MOVE WS-ADDR-OUTCOME  TO RPT-ADDR-O.
           MOVE WS-PREF-OUTCOME  TO RPT-PREF-O.
           WRITE RPT-REC.
       WRITE-APPLIED-LINE-END. EXIT.

       WRITE-REJECTED-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO RPT-REC.
           MOVE MRG-RETIRED-I    TO RPT-RETIRED-O.
           MOVE MRG-SURVIVOR-I   TO RPT-SURVIVOR-O.
           MOVE 'REJECTED'       TO RPT-STATUS-O.
           MOVE WS-REJECT-REASON TO RPT-REASON-O.
           WRITE RPT-REC.
       WRITE-REJECTED-LINE-END. EXIT.

      *---- RECORDS OUT IS RECORDS IN LESS THE ADDRESS AND PREFERENCE
      *      RECORDS THE SURVIVOR ALREADY HAD AND THE UNDELIVERABLE
      *      FLAGS DROPPED; LINKS OUT IS LINKS IN
      *      LESS THE LINKS DROPPED - THE TOTALS MAKE BOTH CHECKABLE.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'MASTER RECORDS IN'        TO TOT-LABEL-O.
           MOVE WS-MASTER-IN-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MASTER RECORDS OUT'       TO TOT-LABEL-O.
           MOVE WS-MASTER-OUT-COUNT        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'LINKS IN'                 TO TOT-LABEL-O.
           MOVE WS-LINKS-IN-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'LINKS RE-POINTED'         TO TOT-LABEL-O.
           MOVE WS-MOVED-TOTAL             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'LINKS DROPPED (HELD)'     TO TOT-LABEL-O.
           MOVE WS-DROPPED-TOTAL           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'LINKS OUT'                TO TOT-LABEL-O.
           MOVE WS-LINKS-OUT-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MERGES READ'              TO TOT-LABEL-O.
           MOVE WS-MERGE-READ-COUNT        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MERGES APPLIED'           TO TOT-LABEL-O.
           MOVE WS-APPLIED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MERGES REJECTED'          TO TOT-LABEL-O.
           MOVE WS-REJECTED-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'UNDELIVERABLE CARRIED'    TO TOT-LABEL-O.
           MOVE WS-FLAGS-CARRIED           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'UNDELIVERABLE DROPPED'    TO TOT-LABEL-O.
           MOVE WS-FLAGS-DROPPED           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'EARLIER MERGES CARRIED'   TO TOT-LABEL-O.
           MOVE WS-HIST-CARRIED-COUNT      TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE DATA-REC
           CLOSE DATA-OUT-FILE
           CLOSE XREF-IN-FILE
           CLOSE XREF-OUT-FILE
           CLOSE MERGE-FILE
           CLOSE HIST-OUT-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
