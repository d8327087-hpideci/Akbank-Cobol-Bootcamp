       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- RETURNED-MAIL PROCESSING. WHEN THE POST OFFICE SENDS BACK
      *      A STATEMENT, A MILESTONE LETTER OR A LABEL MAILING, THE
      *      MAILROOM KEYS ONE RTNIN RECORD (CUSTOMER ID, DOCUMENT
      *      TYPE, RETURN REASON, DATE RETURNED). THIS PROGRAM READS
      *      THE CURRENT CUSTOMER MASTER THE WAY CUSTMNT DOES AND
      *      MARKS THE CUSTOMER'S ADDRESS UNDELIVERABLE WITH A TYPE-
      *      '4' RECORD ON THE MASTER - THE TYPE-'2' ADDRESS RECORD
      *      HAS NO BYTE LEFT FOR A FLAG. THE FIRST RETURN ADDS THE
      *      '4' RECORD; A LATER ONE BUMPS ITS RETURN COUNT AND
      *      LATEST DOCUMENT/REASON/DATE BUT KEEPS THE FIRST-RETURNED
      *      DATE, WHICH IS WHAT THE WEEKLY AGING (UNDLAGE) WORKS
      *      FROM. MYDCALC PASSES THE FLAGGED CUSTOMERS ON ITS UNDLOUT
      *      EXTRACT, AND STMTGEN, MILELTR AND DCALC'S LABEL MODE STOP
      *      MAILING THEM. CUSTMNT DROPS THE '4' RECORD WHEN IT
      *      APPLIES A NEW TYPE-'2' ADDRESS. DATAOUT IS TOMORROW'S
      *      DATAIN; EVERY RETURN IS LISTED FLAGGED, UPDATED OR
      *      REJECTED ON RTNRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-REC   ASSIGN TO DATAIN
                             STATUS ST-DATA-REC.
           SELECT DATA-OUT-FILE ASSIGN TO DATAOUT
                             STATUS ST-DATA-OUT.
           SELECT RETURN-FILE ASSIGN TO RTNIN
                             STATUS ST-RETURN.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT REPORT-FILE ASSIGN TO RTNRPT
                             STATUS ST-REPORT.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT MYDCALC READS THE CUSTOMER MASTER WITH -
      *      TYPE '1' IS A CUSTOMER, '2' AN ADDRESS, '3' A DELIVERY
      *      PREFERENCE, '4' AN UNDELIVERABLE-ADDRESS FLAG.
       FD  DATA-REC RECORDING MODE F.
         01  DATA-IN              PIC X(86).
       FD  DATA-OUT-FILE RECORDING MODE F.
         01  DATA-OUT             PIC X(86).
      *---- ONE RECORD PER PIECE OF MAIL THE POST OFFICE SENT BACK.
       FD  RETURN-FILE RECORDING MODE F.
         01  RTN-REC.
           05 RTN-ID-I           PIC X(04).
           05 FILLER             PIC X(01).
           05 RTN-DOC-I          PIC X(04).
             88 RTN-DOC-VALID              VALUE 'STMT' 'MILE'
                                                 'LABL' 'OTHR'.
           05 FILLER             PIC X(01).
           05 RTN-REASON-I       PIC X(02).
             88 RTN-REASON-VALID           VALUE 'MV' 'NK' 'IA'
                                                 'RF' 'OT'.
           05 FILLER             PIC X(01).
           05 RTN-DATE-I         PIC 9(08).
           05 RTN-DATE-X REDEFINES RTN-DATE-I.
              10 RTN-DATE-YYYY   PIC 9(04).
              10 RTN-DATE-MM     PIC 9(02).
              10 RTN-DATE-DD     PIC 9(02).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-ID-O           PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-DOC-O          PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-REASON-CD-O    PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-DATE-O         PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-STATUS-O       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-REASON-O       PIC X(30).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-DATA-REC       PIC 9(02).
             88 DATA-REC-EOF             VALUE 10.
             88 DATA-REC-OK              VALUE 00 97.
           05 ST-DATA-OUT       PIC 9(02).
             88 DATA-OUT-OK              VALUE 00 97.
           05 ST-RETURN         PIC 9(02).
             88 RETURN-EOF               VALUE 10.
             88 RETURN-SUCCESS           VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK              VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-SUCCESS           VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-BUSINESS-DATE  PIC 9(08).
           05 WS-VALID-SW       PIC X(01).
             88 TRAN-IS-VALID            VALUE 'Y'.
             88 TRAN-IS-INVALID          VALUE 'N'.
           05 WS-REJECT-REASON  PIC X(30).
           05 WS-FIND-TYPE      PIC X(01).
           05 WS-RPT-STATUS     PIC X(08).

      *---- THE WHOLE MASTER, ONE IMAGE PER RECORD, THE SAME TABLE
      *      CUSTMNT KEEPS. NOTHING IS DELETED HERE, SO EVERY ENTRY
      *      STAYS LIVE; THE FLAG IS KEPT FOR THE SHARED SEARCH.
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

      *---- THE TYPE-'1' VIEW, FOR THE NAME AND THE CLOSING DATE.
         01  WS-BASE-IMAGE.
           05 BASE-REC-TYPE      PIC X(01).
           05 BASE-ID            PIC X(04).
           05 BASE-NAME          PIC X(15).
           05 BASE-SURNAME       PIC X(15).
           05 BASE-DATE          PIC 9(08).
           05 BASE-NDATE         PIC 9(08).
           05 FILLER             PIC X(35).
      *---- THE TYPE-'4' UNDELIVERABLE-ADDRESS RECORD. NAME AND
      *      SURNAME SIT WHERE THE TYPE-'1' RECORD HAS THEM SO THE
      *      LABEL RUN, WHICH HAS NO CUSTOMER ID, CAN MATCH ON THEM.
         01  WS-UNDL-IMAGE.
           05 UNDL-REC-TYPE      PIC X(01).
           05 UNDL-ID            PIC X(04).
           05 UNDL-NAME          PIC X(15).
           05 UNDL-SURNAME       PIC X(15).
           05 UNDL-DOC           PIC X(04).
           05 UNDL-REASON        PIC X(02).
           05 UNDL-FIRST-DATE    PIC 9(08).
           05 UNDL-LAST-DATE     PIC 9(08).
           05 UNDL-COUNT         PIC 9(03).
           05 FILLER             PIC X(26).

         01  WS-CONTROL-TOTALS.
           05 WS-MASTER-IN-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-RETURN-READ-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-FLAGGED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-UPDATED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-REJECTED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-MASTER-OUT-COUNT PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(35)
                         VALUE 'Returned Mail Processing Report'.
           05  FILLER         PIC X(05) VALUE 'Date '.
           05  HDR-DATE-O     PIC 9(08).
           05  FILLER         PIC X(13) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(05) VALUE 'C.No '.
           05  FILLER         PIC X(05) VALUE 'Doc  '.
           05  FILLER         PIC X(03) VALUE 'Rs '.
           05  FILLER         PIC X(09) VALUE 'Returned '.
           05  FILLER         PIC X(09) VALUE 'Status   '.
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
           PERFORM H200-APPLY-RETURN UNTIL RETURN-EOF
           PERFORM H700-WRITE-NEW-MASTER
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  DATA-REC.
           OPEN OUTPUT DATA-OUT-FILE.
           OPEN INPUT  RETURN-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
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
           IF (NOT RETURN-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RTNIN: ' ST-RETURN
           MOVE ST-RETURN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RTNRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ RETURN-FILE.
           IF (NOT RETURN-SUCCESS) AND (NOT RETURN-EOF)
           DISPLAY 'UNABLE TO READ RTNIN: ' ST-RETURN
           MOVE ST-RETURN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL - NO CARD MEANS TODAY. A RETURN DATED
      *      AFTER THE BUSINESS DATE IS A KEYING ERROR.
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

      *---- THE RETURN IS EDITED BEFORE IT TOUCHES THE MASTER - A
      *      MIS-KEYED ONE IS REJECTED TO THE REPORT SO THE MAILROOM
      *      SEES IT.
       H200-APPLY-RETURN.
           ADD 1 TO WS-RETURN-READ-COUNT.
           PERFORM VALIDATE-RETURN.
           IF TRAN-IS-INVALID
               PERFORM WRITE-REJECTED-LINE
           ELSE
               PERFORM H300-FLAG-ADDRESS
           END-IF.
           READ RETURN-FILE.
       H200-END. EXIT.

      *---- THE CUSTOMER MUST BE ON THE MASTER AND STILL OPEN, AND
      *      MUST HAVE AN ADDRESS TO FLAG - MAIL TO A CUSTOMER WITH NO
      *      ADDRESS NEVER LEFT THE BUILDING.
       VALIDATE-RETURN.
           SET TRAN-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF RTN-ID-I = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'CUSTOMER ID MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND (NOT RTN-DOC-VALID)
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'INVALID DOCUMENT TYPE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND (NOT RTN-REASON-VALID)
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'INVALID RETURN REASON' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID
               PERFORM VALIDATE-RETURN-DATE
           END-IF.
           IF TRAN-IS-VALID
               MOVE '1' TO WS-FIND-TYPE
               PERFORM FIND-MASTER-RECORD
               IF MASTER-NOT-FOUND
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-REJECT-REASON
               ELSE
                   MOVE WS-MST-IMAGE(WS-MST-IDX) TO WS-BASE-IMAGE
                   IF BASE-NDATE IS NOT NUMERIC OR BASE-NDATE NOT = 0
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE 'CUSTOMER IS CLOSED' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               MOVE '2' TO WS-FIND-TYPE
               PERFORM FIND-MASTER-RECORD
               IF MASTER-NOT-FOUND
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'NO ADDRESS ON MASTER' TO WS-REJECT-REASON
               END-IF
           END-IF.
       VALIDATE-RETURN-END. EXIT.

       VALIDATE-RETURN-DATE.
           IF RTN-DATE-I NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'RETURN DATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               IF RTN-DATE-MM < 1 OR RTN-DATE-MM > 12
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'RETURN DATE MONTH INVALID'
                       TO WS-REJECT-REASON
               ELSE
                   IF RTN-DATE-DD < 1 OR RTN-DATE-DD > 31
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE 'RETURN DATE DAY INVALID'
                           TO WS-REJECT-REASON
                   ELSE
                       IF RTN-DATE-I > WS-BUSINESS-DATE
                           SET TRAN-IS-INVALID TO TRUE
                           MOVE 'RETURN DATE IN THE FUTURE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
       VALIDATE-RETURN-DATE-END. EXIT.

      *---- THE FIRST RETURN ADDS THE '4' RECORD. A REPEAT KEEPS THE
      *      FIRST-RETURNED DATE (THE AGING STARTS THERE), COUNTS THE
      *      RETURN AND TAKES THE LATEST DOCUMENT, REASON AND DATE.
       H300-FLAG-ADDRESS.
           MOVE '4' TO WS-FIND-TYPE.
           PERFORM FIND-MASTER-RECORD.
           IF MASTER-FOUND
               MOVE WS-MST-IMAGE(WS-MST-IDX) TO WS-UNDL-IMAGE
               IF UNDL-COUNT IS NOT NUMERIC
                   MOVE 0 TO UNDL-COUNT
               END-IF
               IF UNDL-COUNT < 999
                   ADD 1 TO UNDL-COUNT
               END-IF
               IF UNDL-FIRST-DATE IS NOT NUMERIC OR
                  RTN-DATE-I < UNDL-FIRST-DATE
                   MOVE RTN-DATE-I TO UNDL-FIRST-DATE
               END-IF
               IF UNDL-LAST-DATE IS NOT NUMERIC OR
                  RTN-DATE-I >= UNDL-LAST-DATE
                   MOVE RTN-DATE-I   TO UNDL-LAST-DATE
                   MOVE RTN-DOC-I    TO UNDL-DOC
                   MOVE RTN-REASON-I TO UNDL-REASON
               END-IF
               MOVE WS-UNDL-IMAGE TO WS-MST-IMAGE(WS-MST-IDX)
               ADD 1 TO WS-UPDATED-COUNT
               MOVE 'UPDATED' TO WS-RPT-STATUS
               PERFORM WRITE-RETURN-LINE
           ELSE
               IF WS-MST-COUNT < 9999
                   MOVE SPACES       TO WS-UNDL-IMAGE
                   MOVE '4'          TO UNDL-REC-TYPE
                   MOVE RTN-ID-I     TO UNDL-ID
                   MOVE BASE-NAME    TO UNDL-NAME
                   MOVE BASE-SURNAME TO UNDL-SURNAME
                   MOVE RTN-DOC-I    TO UNDL-DOC
                   MOVE RTN-REASON-I TO UNDL-REASON
                   MOVE RTN-DATE-I   TO UNDL-FIRST-DATE
                   MOVE RTN-DATE-I   TO UNDL-LAST-DATE
                   MOVE 1            TO UNDL-COUNT
                   ADD 1 TO WS-MST-COUNT
                   SET WS-MST-IDX TO WS-MST-COUNT
                   MOVE '4'          TO WS-MST-TYPE(WS-MST-IDX)
                   MOVE RTN-ID-I     TO WS-MST-ID(WS-MST-IDX)
                   MOVE WS-UNDL-IMAGE TO WS-MST-IMAGE(WS-MST-IDX)
                   MOVE 'Y'          TO WS-MST-LIVE-SW(WS-MST-IDX)
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE 'FLAGGED' TO WS-RPT-STATUS
                   PERFORM WRITE-RETURN-LINE
               ELSE
                   MOVE 'MASTER TABLE FULL' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               END-IF
           END-IF.
       H300-END. EXIT.

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
              WS-MST-ID(WS-MST-IDX) = RTN-ID-I
               SET MASTER-FOUND TO TRUE
           END-IF.
       SEARCH-MASTER-RECORD-END. EXIT.

      *---- EVERY IMAGE GOES OUT IN ITS LOADED ORDER, NEW FLAGS AT
      *      THE END - DATAOUT IS TOMORROW MORNING'S DATAIN.
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

       WRITE-RETURN-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE RTN-ID-I      TO RPT-ID-O.
           MOVE RTN-DOC-I     TO RPT-DOC-O.
           MOVE RTN-REASON-I  TO RPT-REASON-CD-O.
           MOVE RTN-DATE-X    TO RPT-DATE-O.
           MOVE WS-RPT-STATUS TO RPT-STATUS-O.
           WRITE RPT-REC.
       WRITE-RETURN-LINE-END. EXIT.

       WRITE-REJECTED-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO RPT-REC.
           MOVE RTN-ID-I         TO RPT-ID-O.
           MOVE RTN-DOC-I        TO RPT-DOC-O.
           MOVE RTN-REASON-I     TO RPT-REASON-CD-O.
           MOVE RTN-DATE-X       TO RPT-DATE-O.
           MOVE 'REJECTED'       TO RPT-STATUS-O.
           MOVE WS-REJECT-REASON TO RPT-REASON-O.
           WRITE RPT-REC.
       WRITE-REJECTED-LINE-END. EXIT.

      *---- RECORDS IN PLUS NEWLY FLAGGED CUSTOMERS MUST EQUAL
      *      RECORDS OUT - THE TOTALS MAKE THAT CHECKABLE AT A GLANCE.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'MASTER RECORDS IN'        TO TOT-LABEL-O.
           MOVE WS-MASTER-IN-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'RETURNS READ'             TO TOT-LABEL-O.
           MOVE WS-RETURN-READ-COUNT       TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ADDRESSES NEWLY FLAGGED'  TO TOT-LABEL-O.
           MOVE WS-FLAGGED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'FLAGS UPDATED'            TO TOT-LABEL-O.
           MOVE WS-UPDATED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'RETURNS REJECTED'         TO TOT-LABEL-O.
           MOVE WS-REJECTED-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MASTER RECORDS OUT'       TO TOT-LABEL-O.
           MOVE WS-MASTER-OUT-COUNT        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE DATA-REC
           CLOSE DATA-OUT-FILE
           CLOSE RETURN-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
