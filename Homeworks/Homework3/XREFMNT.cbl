      *      APPLIED/REJECTED REPORT LIKE IDXMNT'S, AND AN INTEGRITY
      *      SECTION THAT FLAGS ANY ACCOUNT LEG LINKED TO MORE THAN
      *      ONE CUSTOMER - ONE ACCOUNT, ONE OWNER.
      *2026-10-15 HCP EVERY LINK NOW CARRIES THE CUSTOMER'S ROLE ON
      *           THE ACCOUNT: 'P' PRIMARY, 'J' JOINT, 'A' POWER OF
      *           ATTORNEY, 'G' GUARDIAN, 'B' BENEFICIARY. AN ACCOUNT
      *           LEG MAY NOW HAVE SEVERAL LINKED CUSTOMERS, SO THE
      *           INTEGRITY SECTION ENFORCES EXACTLY ONE PRIMARY
      *           HOLDER PER LEG INSTEAD OF EXACTLY ONE OWNER. A NEW
      *           'C' ACTION CHANGES THE ROLE ON AN EXISTING LINK. A
      *           LINK BROUGHT FORWARD WITH NO ROLE IS A SOLE OWNER
      *           FROM BEFORE ROLES EXISTED AND LOADS AS PRIMARY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FILE SECTION.
      *---- ONE LINK PER RECORD: THE CUSTOMER ID (WIDENED TO FIVE
      *      CHARACTERS SO A FIVE-DIGIT CUSTOMER NUMBER NEEDS NO
      *      LAYOUT CHANGE), THE ACCOUNT ID, ITS CURRENCY LEG AND THE
      *      CUSTOMER'S ROLE ON THAT LEG.
       FD  XREF-IN-FILE RECORDING MODE F.
         01  XREF-IN-REC.
           05 XRF-CUST-I         PIC X(05).
           05 XRF-ACCT-I         PIC X(05).
           05 FILLER             PIC X(01).
           05 XRF-DVZ-I          PIC X(03).
           05 FILLER             PIC X(01).
           05 XRF-ROLE-I         PIC X(01).
       FD  XREF-OUT-FILE RECORDING MODE F.
         01  XREF-OUT-REC.
           05 XRF-CUST-O         PIC X(05).
           05 XRF-ACCT-O         PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 XRF-DVZ-O          PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 XRF-ROLE-O         PIC X(01).
      *---- ACTION CODE PLUS THE LINK IMAGE: 'A' ADD, 'D' DELETE,
      *      'C' CHANGE THE ROLE ON A LINK ALREADY ON FILE. THE ROLE
      *      IS IGNORED ON A DELETE.
       FD  MAINT-FILE RECORDING MODE F.
         01  MNT-REC.
           05 MNT-ACTION-I       PIC X(01).
           05 MNT-ACCT-I         PIC X(05).
           05 FILLER             PIC X(01).
           05 MNT-DVZ-I          PIC X(03).
           05 FILLER             PIC X(01).
           05 MNT-ROLE-I         PIC X(01).
             88 MNT-ROLE-VALID            VALUE 'P' 'J' 'A' 'G' 'B'.
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-ACTION-O       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-DVZ-O          PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-ROLE-O         PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-STATUS-O       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-REASON-O       PIC X(30).
             10 WS-XRF-CUST      PIC X(05).
             10 WS-XRF-ACCT      PIC X(05).
             10 WS-XRF-DVZ       PIC X(03).
             10 WS-XRF-ROLE      PIC X(01).
             10 WS-XRF-LIVE-SW   PIC X(01).
           05 WS-XRF-FOUND-SW    PIC X(01).
             88 LINK-FOUND                VALUE 'Y'.
             88 LINK-NOT-FOUND            VALUE 'N'.
           05 WS-LEG-SEEN-SW     PIC X(01).
             88 LEG-ALREADY-CHECKED       VALUE 'Y'.
             88 LEG-NOT-CHECKED           VALUE 'N'.
           05 WS-PRIMARY-COUNT   PIC 9(05) COMP.

         01  WS-CONTROL-TOTALS.
           05 WS-LINKS-IN-COUNT  PIC 9(07) COMP VALUE 0.
           05  FILLER         PIC X(06) VALUE 'Cust  '.
           05  FILLER         PIC X(06) VALUE 'Acct  '.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(02) VALUE 'R '.
           05  FILLER         PIC X(09) VALUE 'Status   '.
           05  FILLER         PIC X(06) VALUE 'Reason'.
           05  FILLER         PIC X(23) VALUE SPACES.
                   MOVE XRF-CUST-I TO WS-XRF-CUST(WS-XRF-IDX)
                   MOVE XRF-ACCT-I TO WS-XRF-ACCT(WS-XRF-IDX)
                   MOVE XRF-DVZ-I  TO WS-XRF-DVZ(WS-XRF-IDX)
                   MOVE XRF-ROLE-I TO WS-XRF-ROLE(WS-XRF-IDX)
                   IF XRF-ROLE-I = SPACE OR LOW-VALUE
                       MOVE 'P'    TO WS-XRF-ROLE(WS-XRF-IDX)
                   END-IF
                   MOVE 'Y'        TO WS-XRF-LIVE-SW(WS-XRF-IDX)
               ELSE
                   DISPLAY 'WS-XREF-TABLE FULL, SKIPPING CUST='
               EVALUATE MNT-ACTION-I
                   WHEN 'A' PERFORM H300-ADD-LINK
                   WHEN 'D' PERFORM H400-DELETE-LINK
                   WHEN 'C' PERFORM H500-CHANGE-ROLE
               END-EVALUATE
           END-IF.
           READ MAINT-FILE.
       VALIDATE-MAINT-TRAN.
           SET TRAN-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF MNT-ACTION-I NOT = 'A' AND MNT-ACTION-I NOT = 'D' AND
              MNT-ACTION-I NOT = 'C'
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-IF.
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'ACCOUNT KEY NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND MNT-ACTION-I NOT = 'D' AND
              NOT MNT-ROLE-VALID
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'INVALID ROLE CODE' TO WS-REJECT-REASON
           END-IF.
       VALIDATE-MAINT-TRAN-END. EXIT.

       H300-ADD-LINK.
                   MOVE MNT-CUST-I TO WS-XRF-CUST(WS-XRF-IDX)
                   MOVE MNT-ACCT-I TO WS-XRF-ACCT(WS-XRF-IDX)
                   MOVE MNT-DVZ-I  TO WS-XRF-DVZ(WS-XRF-IDX)
                   MOVE MNT-ROLE-I TO WS-XRF-ROLE(WS-XRF-IDX)
                   MOVE 'Y'        TO WS-XRF-LIVE-SW(WS-XRF-IDX)
                   PERFORM WRITE-APPLIED-LINE
               ELSE
           END-IF.
       H400-END. EXIT.

      *---- A ROLE CHANGE IS APPLIED ON ITS OWN - HANDING PRIMARY
      *      FROM ONE HOLDER TO ANOTHER TAKES TWO 'C' TRANSACTIONS IN
      *      THE SAME RUN, AND THE INTEGRITY SECTION ONLY LOOKS AT THE
      *      FILE AS IT STANDS AFTER THE LAST ONE.
       H500-CHANGE-ROLE.
           PERFORM FIND-EXACT-LINK.
           IF LINK-NOT-FOUND
               MOVE 'LINK NOT ON FILE' TO WS-REJECT-REASON
               PERFORM WRITE-REJECTED-LINE
           ELSE
               IF WS-XRF-ROLE(WS-XRF-IDX) = MNT-ROLE-I
                   MOVE 'ROLE ALREADY ON FILE' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE MNT-ROLE-I TO WS-XRF-ROLE(WS-XRF-IDX)
                   PERFORM WRITE-APPLIED-LINE
               END-IF
           END-IF.
       H500-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-XRF-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
           END-IF.
       SEARCH-EXACT-LINK-END. EXIT.

      *---- ONE ACCOUNT LEG, ONE PRIMARY: JOINT HOLDERS, ATTORNEYS,
      *      GUARDIANS AND BENEFICIARIES MAY SHARE A LEG, BUT THE
      *      STATEMENT IS ADDRESSED TO THE PRIMARY, SO ANY LEG THAT
      *      ENDS THE RUN WITH NO PRIMARY OR WITH TWO GOES ON THE
      *      INTEGRITY SECTION OF THE REPORT SO OPS FIX THE FILE
      *      BEFORE A STATEMENT MAILS TO THE WRONG HOUSEHOLD. EACH LEG
      *      IS JUDGED ONCE, AT ITS FIRST LIVE LINK IN THE TABLE.
       H600-CHECK-INTEGRITY.
           PERFORM CHECK-INTEGRITY-ENTRY
               VARYING WS-XRF-SUB FROM 1 BY 1

       CHECK-INTEGRITY-ENTRY.
           IF WS-XRF-LIVE-SW(WS-XRF-SUB) = 'Y'
               SET LEG-NOT-CHECKED TO TRUE
               PERFORM CHECK-EARLIER-LEG
                   VARYING WS-XRF-SUB2 FROM 1 BY 1
                   UNTIL WS-XRF-SUB2 >= WS-XRF-SUB
                      OR LEG-ALREADY-CHECKED
               IF LEG-NOT-CHECKED
                   MOVE 0 TO WS-PRIMARY-COUNT
                   PERFORM COUNT-LEG-PRIMARY
                       VARYING WS-XRF-SUB2 FROM WS-XRF-SUB BY 1
                       UNTIL WS-XRF-SUB2 > WS-XRF-COUNT
                   IF WS-PRIMARY-COUNT = 0
                       MOVE 'NO PRIMARY HOLDER' TO WS-REJECT-REASON
                       PERFORM WRITE-INTEGRITY-LINE
                   END-IF
                   IF WS-PRIMARY-COUNT > 1
                       MOVE 'MORE THAN ONE PRIMARY'
                           TO WS-REJECT-REASON
                       PERFORM WRITE-INTEGRITY-LINE
                   END-IF
               END-IF
           END-IF.
       CHECK-INTEGRITY-ENTRY-END. EXIT.

       CHECK-EARLIER-LEG.
           IF WS-XRF-LIVE-SW(WS-XRF-SUB2) = 'Y' AND
              WS-XRF-ACCT(WS-XRF-SUB2) = WS-XRF-ACCT(WS-XRF-SUB) AND
              WS-XRF-DVZ(WS-XRF-SUB2) = WS-XRF-DVZ(WS-XRF-SUB)
               SET LEG-ALREADY-CHECKED TO TRUE
           END-IF.
       CHECK-EARLIER-LEG-END. EXIT.

       COUNT-LEG-PRIMARY.
           IF WS-XRF-LIVE-SW(WS-XRF-SUB2) = 'Y' AND
              WS-XRF-ACCT(WS-XRF-SUB2) = WS-XRF-ACCT(WS-XRF-SUB) AND
              WS-XRF-DVZ(WS-XRF-SUB2) = WS-XRF-DVZ(WS-XRF-SUB) AND
              WS-XRF-ROLE(WS-XRF-SUB2) = 'P'
               ADD 1 TO WS-PRIMARY-COUNT
           END-IF.
       COUNT-LEG-PRIMARY-END. EXIT.

       WRITE-INTEGRITY-LINE.
           ADD 1 TO WS-INTEGRITY-COUNT.
           MOVE SPACES                   TO RPT-REC.
           MOVE 'I'                      TO RPT-ACTION-O.
           MOVE WS-XRF-CUST(WS-XRF-SUB)  TO RPT-CUST-O.
           MOVE WS-XRF-ACCT(WS-XRF-SUB)  TO RPT-ACCT-O.
           MOVE WS-XRF-DVZ(WS-XRF-SUB)   TO RPT-DVZ-O.
           MOVE 'CONFLICT'               TO RPT-STATUS-O.
           MOVE WS-REJECT-REASON         TO RPT-REASON-O.
           WRITE RPT-REC.
       WRITE-INTEGRITY-LINE-END. EXIT.

       H700-CYCLE-XREF-FILE.
           PERFORM WRITE-ONE-LINK
               MOVE WS-XRF-CUST(WS-XRF-IDX) TO XRF-CUST-O
               MOVE WS-XRF-ACCT(WS-XRF-IDX) TO XRF-ACCT-O
               MOVE WS-XRF-DVZ(WS-XRF-IDX)  TO XRF-DVZ-O
               MOVE WS-XRF-ROLE(WS-XRF-IDX) TO XRF-ROLE-O
               WRITE XREF-OUT-REC
           END-IF.
       WRITE-ONE-LINK-END. EXIT.
           MOVE MNT-CUST-I   TO RPT-CUST-O.
           MOVE MNT-ACCT-I   TO RPT-ACCT-O.
           MOVE MNT-DVZ-I    TO RPT-DVZ-O.
           MOVE MNT-ROLE-I   TO RPT-ROLE-O.
           MOVE 'APPLIED'    TO RPT-STATUS-O.
           WRITE RPT-REC.
       WRITE-APPLIED-LINE-END. EXIT.
           MOVE MNT-CUST-I       TO RPT-CUST-O.
           MOVE MNT-ACCT-I       TO RPT-ACCT-O.
           MOVE MNT-DVZ-I        TO RPT-DVZ-O.
           MOVE MNT-ROLE-I       TO RPT-ROLE-O.
           MOVE 'REJECTED'       TO RPT-STATUS-O.
           MOVE WS-REJECT-REASON TO RPT-REASON-O.
           WRITE RPT-REC.
