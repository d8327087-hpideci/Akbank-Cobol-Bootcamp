      *           WITH NO LINK IS AN ORPHAN, AND A LINK POINTING AT
      *           A CUSTOMER THE MASTER DOES NOT HOLD IS AN ORPHAN
      *           TOO - EACH TAGGED WITH WHICH LEG OF THE JOIN BROKE.
      *2026-10-15 HCP XREFIN LINKS NOW CARRY A ROLE AND AN ACCOUNT MAY
      *           HAVE SEVERAL LINKED CUSTOMERS. ANY VALID ROLE -
      *           PRIMARY, JOINT, POWER OF ATTORNEY, GUARDIAN OR
      *           BENEFICIARY - PROVES OWNERSHIP, SO EVERY LINK ON
      *           THE ACCOUNT IS TRIED, NOT JUST THE FIRST, BEFORE IT
      *           IS CALLED AN ORPHAN. A LINK WITH AN UNKNOWN ROLE
      *           PROVES NOTHING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 XRF-ACCT-I            PIC X(05).
           05 FILLER                PIC X(01).
           05 XRF-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 XRF-ROLE-I            PIC X(01).
      *---- A BLANK ROLE IS A SOLE OWNER FROM BEFORE ROLES EXISTED.
             88 XRF-ROLE-VALID      VALUE 'P' 'J' 'A' 'G' 'B' SPACE.
       FD  HIST-IN-FILE RECORDING MODE F.
         01  HIST-IN-REC.
           05 HIST-ID-I             PIC 9(05).

       LOAD-NEXT-XREF.
           IF XRF-CUST-I IS NUMERIC AND XRF-ACCT-I IS NUMERIC
               AND XRF-DVZ-I IS NUMERIC AND XRF-ROLE-VALID
               IF WS-XRF-COUNT < 9999
                   ADD 1 TO WS-XRF-COUNT
                   SET WS-XRF-IDX TO WS-XRF-COUNT
       H200-END. EXIT.

      *---- AN ACCOUNT IS AN ORPHAN WHEN EITHER LEG OF THE JOIN
      *      BREAKS: NO XREF LINK NAMES AN OWNER FOR IT, OR NONE OF
      *      ITS LINKS NAMES A CUSTOMER THE MASTER HOLDS. EITHER WAY
      *      IT IS REPORTED WITH BALANCE AND LAST ACTIVITY, ITS
      *      ACROSS-RUNS AGE BUMPED, AND ITS MONEY ADDED TO THE
      *      PARKED TOTAL. NON-NUMERIC LINES (THE UNLOAD TRAILER)
       PROCESS-NEXT-ACCOUNT.
           IF UNLOAD-ID-I IS NUMERIC AND UNLOAD-BALANCE-I IS NUMERIC
               ADD 1 TO WS-ACCOUNT-COUNT
               PERFORM FIND-ACCOUNT-OWNER
               IF LINK-NOT-FOUND
                   MOVE 'NO XREF LINK' TO WS-ORPHAN-TAG
                   PERFORM H300-REPORT-ORPHAN
               ELSE
                   IF OWNER-NOT-FOUND
                       MOVE 'NO CUSTOMER RECORD' TO WS-ORPHAN-TAG
                       PERFORM H300-REPORT-ORPHAN
           END-READ.
       PROCESS-NEXT-ACCOUNT-END. EXIT.

      *---- EVERY LINK ON THE ACCOUNT IS TRIED UNTIL ONE NAMES A
      *      CUSTOMER ON THE MASTER - A JOINT HOLDER OR AN ATTORNEY
      *      ON FILE IS OWNER ENOUGH EVEN IF THE PRIMARY HAS GONE.
       FIND-ACCOUNT-OWNER.
           SET LINK-NOT-FOUND TO TRUE.
           SET OWNER-NOT-FOUND TO TRUE.
           IF WS-XRF-COUNT > 0
               PERFORM CHECK-ACCOUNT-LINK
                   VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
                      OR OWNER-FOUND
           END-IF.
       FIND-ACCOUNT-OWNER-END. EXIT.

       CHECK-ACCOUNT-LINK.
           IF WS-XRF-ACCT(WS-XRF-IDX) = UNLOAD-ID-I AND
              WS-XRF-DVZ(WS-XRF-IDX) = UNLOAD-DVZ-I
               SET LINK-FOUND TO TRUE
               PERFORM FIND-OWNER
           END-IF.
       CHECK-ACCOUNT-LINK-END. EXIT.

       H300-REPORT-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT.
