      *      WRITES THE MAINTAINED MASTER TO DATAOUT WITH AN APPLIED/
      *      REJECTED REPORT. A CLOSURE IS A CHANGE CARRYING THE
      *      CLOSING DATE IN DATA-NDATE.
      *2026-10-15 HCP A NEW ADDRESS CLEARS RETURNED MAIL: WHEN A TYPE-
      *           '2' ADD OR CHANGE IS APPLIED, THE CUSTOMER'S TYPE-'4'
      *           UNDELIVERABLE-ADDRESS RECORD (WRITTEN BY RTNMAIL) IS
      *           DROPPED FROM THE MASTER AND LISTED 'CLEARED', SO
      *           STATEMENTS AND LETTERS GO OUT AGAIN FROM THE NEXT
      *           RUN. TYPE '4' ITSELF CANNOT BE KEYED ON CMNTIN.
      *2026-10-15 HCP A CLOSURE ALSO DROPS THE CUSTOMER'S TYPE-'4'
      *           RECORD, SO A CLOSED CUSTOMER NO LONGER SHOWS IN
      *           UNDLAGE'S AGING OR ON MYDCALC'S UNDLOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT MYDCALC READS THE CUSTOMER MASTER WITH -
      *      TYPE '1' IS A CUSTOMER, TYPE '2' AN ADDRESS RECORD,
      *      TYPE '4' AN UNDELIVERABLE-ADDRESS FLAG.
       FD  DATA-REC RECORDING MODE F.
         01  DATA-IN              PIC X(86).
       FD  DATA-OUT-FILE RECORDING MODE F.
             88 TRAN-IS-VALID            VALUE 'Y'.
             88 TRAN-IS-INVALID          VALUE 'N'.
           05 WS-REJECT-REASON  PIC X(30).
           05 WS-UNDL-FOUND-SW  PIC X(01).
             88 UNDL-FLAG-FOUND          VALUE 'Y'.
             88 UNDL-FLAG-NOT-FOUND      VALUE 'N'.

      *---- THE WHOLE MASTER, ONE IMAGE PER RECORD, WITH A LIVE FLAG
      *      SO A DELETE DROPS THE ENTRY WITHOUT RESHUFFLING. THE
           05 WS-MAINT-READ-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-APPLIED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-REJECTED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-CLEARED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-MASTER-OUT-COUNT PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
                   MOVE MNT-IMAGE-I  TO WS-MST-IMAGE(WS-MST-IDX)
                   MOVE 'Y'          TO WS-MST-LIVE-SW(WS-MST-IDX)
                   PERFORM WRITE-APPLIED-LINE
                   IF MNT-ADDRESS-REC
                       PERFORM CLEAR-UNDELIVERABLE-FLAG
                   END-IF
               ELSE
                   MOVE 'MASTER TABLE FULL' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
      *---- A CHANGE REPLACES THE WHOLE IMAGE, SO THE TRANSACTION
      *      FILE IS THE ONE PLACE THAT SHOWS WHAT THE RECORD WAS
      *      CHANGED TO - A CLOSURE IS JUST A CHANGE WHOSE IMAGE
      *      CARRIES THE CLOSING DATE. NOTHING IS MAILED TO A CLOSED
      *      CUSTOMER, SO A CLOSURE DROPS ITS UNDELIVERABLE FLAG TOO.
       H400-CHANGE-RECORD.
           PERFORM FIND-MASTER-RECORD.
           IF MASTER-NOT-FOUND
           ELSE
               MOVE MNT-IMAGE-I TO WS-MST-IMAGE(WS-MST-IDX)
               PERFORM WRITE-APPLIED-LINE
               IF MNT-ADDRESS-REC
                   PERFORM CLEAR-UNDELIVERABLE-FLAG
               END-IF
               IF MNT-BASE-REC AND MNT-NDATE NOT = 0
                   PERFORM CLEAR-UNDELIVERABLE-FLAG
               END-IF
           END-IF.
       H400-END. EXIT.

           END-IF.
       SEARCH-MASTER-RECORD-END. EXIT.

      *---- THE RETURNED MAIL WENT TO THE OLD ADDRESS, SO A NEW ONE
      *      LIFTS THE UNDELIVERABLE FLAG - AS DOES A CLOSURE. THE
      *      TYPE-'4' RECORD IS DROPPED THE SAME WAY A DELETE DROPS
      *      ONE.
       CLEAR-UNDELIVERABLE-FLAG.
           PERFORM FIND-UNDELIVERABLE-FLAG.
           IF UNDL-FLAG-FOUND
               MOVE 'N' TO WS-MST-LIVE-SW(WS-MST-IDX)
               ADD 1 TO WS-CLEARED-COUNT
               MOVE SPACES TO RPT-REC
               MOVE MNT-ACTION-I  TO RPT-ACTION-O
               MOVE '4'           TO RPT-TYPE-O
               MOVE MNT-ID        TO RPT-ID-O
               MOVE 'CLEARED'     TO RPT-STATUS-O
               MOVE 'UNDELIVERABLE FLAG CLEARED' TO RPT-REASON-O
               WRITE RPT-REC
           END-IF.
       CLEAR-UNDELIVERABLE-FLAG-END. EXIT.

      *---- SAME SEARCH AS FIND-MASTER-RECORD, FOR THE TYPE-'4'
      *      RECORD OF THE ID IN HAND.
       FIND-UNDELIVERABLE-FLAG.
           SET UNDL-FLAG-NOT-FOUND TO TRUE.
           IF WS-MST-COUNT > 0
               PERFORM SEARCH-UNDELIVERABLE-FLAG
                   VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR UNDL-FLAG-FOUND
               IF UNDL-FLAG-FOUND
                   SET WS-MST-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-UNDELIVERABLE-FLAG-END. EXIT.

       SEARCH-UNDELIVERABLE-FLAG.
           IF WS-MST-LIVE-SW(WS-MST-IDX) = 'Y' AND
              WS-MST-TYPE(WS-MST-IDX) = '4' AND
              WS-MST-ID(WS-MST-IDX) = MNT-ID
               SET UNDL-FLAG-FOUND TO TRUE
           END-IF.
       SEARCH-UNDELIVERABLE-FLAG-END. EXIT.

      *---- EVERY LIVE IMAGE GOES OUT IN ITS LOADED ORDER, ADDS AT
      *      THE END - DATAOUT IS TOMORROW MORNING'S DATAIN.
       H700-WRITE-NEW-MASTER.
           WRITE RPT-REC.
       WRITE-REJECTED-LINE-END. EXIT.

      *---- RECORDS IN PLUS ADDS MINUS DELETES MINUS CLEARED FLAGS
      *      MUST EQUAL RECORDS OUT - THE TOTALS MAKE THAT CHECKABLE
      *      AT A GLANCE.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'TRANSACTIONS REJECTED'    TO TOT-LABEL-O.
           MOVE WS-REJECTED-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'UNDELIVERABLE CLEARED'    TO TOT-LABEL-O.
           MOVE WS-CLEARED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MASTER RECORDS OUT'       TO TOT-LABEL-O.
           MOVE WS-MASTER-OUT-COUNT        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
