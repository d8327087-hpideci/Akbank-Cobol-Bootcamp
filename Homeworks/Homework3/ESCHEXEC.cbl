      *      ESCHEATED (IDX-STATUS 'E') SO VSAMTOQ AND INTACCR STOP
      *      TOUCHING IT, AND PRODUCES THE STATE REMITTANCE FILE AND
      *      A CUSTOMER NOTIFICATION EXTRACT IN THE SAME PASS.
      *2026-10-15 HCP THE NOTIFICATION NOW GOES TO EVERY HOLDER OF THE
      *           ACCOUNT, NOT JUST THE NAME ON IT: XREFIN IS READ AND
      *           ONE ESCHNOTE RECORD IS WRITTEN PER PRIMARY OR JOINT
      *           HOLDER, CARRYING THE CUSTOMER ID AND ROLE SO THE
      *           LETTER RUN CAN FIND EACH ONE'S ADDRESS. AN ACCOUNT
      *           WITH NO HOLDER ON XREFIN STILL GETS THE ONE
      *           ACCOUNT-LEVEL RECORD IT GOT BEFORE, CUSTOMER BLANK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS ST-REPORT.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT XREF-FILE  ASSIGN TO XREFIN
                             STATUS ST-XREF.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 REMT-TIMESTAMP-O      PIC X(21).
      *---- THE CUSTOMER NOTIFICATION EXTRACT - THE LETTER RUN
      *      MATCHES IT AGAINST THE ADDRESS EXTRACT DOWNSTREAM BY THE
      *      CUSTOMER ID. ONE RECORD PER HOLDER TO BE NOTIFIED.
       FD  NOTIFY-FILE RECORDING MODE F.
         01  NOTIFY-REC.
           05 NOTE-ID-O             PIC 9(05).
           05 NOTE-NAME-O           PIC X(15).
           05 NOTE-SURNAME-O        PIC X(15).
           05 NOTE-AMOUNT-O         PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 NOTE-CUST-O           PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 NOTE-ROLE-O           PIC X(01).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-ID-O              PIC 9(05).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
      *---- SAME LAYOUT XREFMNT CYCLES: ONE CUSTOMER-TO-ACCOUNT/
      *      CURRENCY LINK PER RECORD, WITH THE CUSTOMER'S ROLE.
       FD  XREF-FILE RECORDING MODE F.
         01  XREF-REC.
           05 XRF-CUST-I            PIC X(05).
           05 FILLER                PIC X(01).
           05 XRF-ACCT-I            PIC X(05).
           05 FILLER                PIC X(01).
           05 XRF-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 XRF-ROLE-I            PIC X(01).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
             88 REPORT-SUCCESS           VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK              VALUE 00 97.
           05 ST-XREF           PIC 9(02).
             88 XREF-EOF                 VALUE 10.
             88 XREF-OK                  VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-PRE-BALANCE    PIC S9(15) COMP-3.
           05 WS-FOUND-SW       PIC X(01).
             88 ACCOUNT-FOUND            VALUE 'Y'.
             88 ACCOUNT-NOT-FOUND        VALUE 'N'.

      *---- THE PRIMARY AND JOINT HOLDER LINKS ON XREFIN - THE ONLY
      *      ONES A NOTIFICATION IS ADDRESSED TO.
         01  WS-XREF-TABLE.
           05 WS-XRF-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-XRF-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-XRF-IDX.
             10 WS-XRF-CUST      PIC X(05).
             10 WS-XRF-ACCT      PIC 9(05).
             10 WS-XRF-DVZ       PIC 9(03).
             10 WS-XRF-ROLE      PIC X(01).
           05 WS-HOLDER-COUNT    PIC 9(05) COMP.

         01  WS-CONTROL-TOTALS.
           05 WS-CAND-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-ESCHEATED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-ALREADY-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-NOACCT-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-NOTIFY-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-REMITTED-TOTAL  PIC S9(18) COMP-3 VALUE 0.

         01  RPT-HEADER-1.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H160-LOAD-LINKS
           PERFORM H150-WRITE-HEADERS
           PERFORM H200-READ-NEXT-CANDIDATE UNTIL CAND-EOF
           PERFORM H900-WRITE-CONTROL-TOTALS
           END-IF.
       H105-END. EXIT.

      *---- XREFIN IS OPTIONAL - WITHOUT IT EVERY ESCHEATED ACCOUNT
      *      GETS THE ONE ACCOUNT-LEVEL NOTIFICATION. A LINK WITH NO
      *      ROLE IS A SOLE OWNER FROM BEFORE ROLES EXISTED.
       H160-LOAD-LINKS.
           OPEN INPUT XREF-FILE.
           IF XREF-OK
               READ XREF-FILE
                   AT END SET XREF-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-LINK UNTIL XREF-EOF
               CLOSE XREF-FILE
           END-IF.
       H160-END. EXIT.

       LOAD-NEXT-LINK.
           IF XRF-CUST-I IS NUMERIC AND XRF-ACCT-I IS NUMERIC
              AND XRF-DVZ-I IS NUMERIC AND
              (XRF-ROLE-I = 'P' OR XRF-ROLE-I = 'J' OR
               XRF-ROLE-I = SPACE)
               IF WS-XRF-COUNT < 9999
                   ADD 1 TO WS-XRF-COUNT
                   SET WS-XRF-IDX TO WS-XRF-COUNT
                   MOVE XRF-CUST-I TO WS-XRF-CUST(WS-XRF-IDX)
                   MOVE XRF-ACCT-I TO WS-XRF-ACCT(WS-XRF-IDX)
                   MOVE XRF-DVZ-I  TO WS-XRF-DVZ(WS-XRF-IDX)
                   MOVE XRF-ROLE-I TO WS-XRF-ROLE(WS-XRF-IDX)
                   IF XRF-ROLE-I = SPACE
                       MOVE 'P'    TO WS-XRF-ROLE(WS-XRF-IDX)
                   END-IF
               ELSE
                   DISPLAY 'WS-XREF-TABLE FULL, SKIPPING CUST='
                       XRF-CUST-I
               END-IF
           END-IF.
           READ XREF-FILE
               AT END SET XREF-EOF TO TRUE
           END-READ.
       LOAD-NEXT-LINK-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-1.
           WRITE REMIT-REC.
       H500-END. EXIT.

      *---- EVERY PRIMARY AND JOINT HOLDER IS TOLD - A JOINT HOLDER
      *      HAS AS MUCH CLAIM ON THE REMITTED MONEY AS THE PRIMARY.
      *      ONLY AN ACCOUNT NOBODY IS LINKED TO FALLS BACK TO THE
      *      ONE UNADDRESSED RECORD.
       H550-WRITE-NOTIFY-RECORD.
           MOVE 0 TO WS-HOLDER-COUNT.
           PERFORM NOTIFY-ONE-HOLDER
               VARYING WS-XRF-IDX FROM 1 BY 1
               UNTIL WS-XRF-IDX > WS-XRF-COUNT.
           IF WS-HOLDER-COUNT = 0
               PERFORM BUILD-NOTIFY-RECORD
               WRITE NOTIFY-REC
               ADD 1 TO WS-NOTIFY-COUNT
           END-IF.
       H550-END. EXIT.

       NOTIFY-ONE-HOLDER.
           IF WS-XRF-ACCT(WS-XRF-IDX) = IDX-ID AND
              WS-XRF-DVZ(WS-XRF-IDX) = IDX-DVZ
               ADD 1 TO WS-HOLDER-COUNT
               PERFORM BUILD-NOTIFY-RECORD
               MOVE WS-XRF-CUST(WS-XRF-IDX) TO NOTE-CUST-O
               MOVE WS-XRF-ROLE(WS-XRF-IDX) TO NOTE-ROLE-O
               WRITE NOTIFY-REC
               ADD 1 TO WS-NOTIFY-COUNT
           END-IF.
       NOTIFY-ONE-HOLDER-END. EXIT.

       BUILD-NOTIFY-RECORD.
           MOVE SPACES TO NOTIFY-REC.
           MOVE IDX-ID          TO NOTE-ID-O.
           MOVE IDX-DVZ         TO NOTE-DVZ-O.
           MOVE IDX-NAME        TO NOTE-NAME-O.
           MOVE IDX-SURNAME     TO NOTE-SURNAME-O.
           MOVE WS-PRE-BALANCE  TO NOTE-AMOUNT-O.
       BUILD-NOTIFY-RECORD-END. EXIT.

       WRITE-REPORT-NO-ACCOUNT.
           MOVE SPACES TO RPT-REC.
           MOVE 'ACCOUNT NOT ON FILE'      TO TOT-LABEL-O.
           MOVE WS-NOACCT-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'NOTIFICATIONS WRITTEN'    TO TOT-LABEL-O.
           MOVE WS-NOTIFY-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MONEY REMITTED'           TO TOT-LABEL-O.
           MOVE WS-REMITTED-TOTAL          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
