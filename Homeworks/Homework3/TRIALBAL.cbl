      *      RETURN-CODE 8, THE SAME STOP-THE-CHAIN TREATMENT
      *      AUDRECON GIVES AN UNRECONCILED DAY. AUDITIN IS THE
      *      DAY'S AUDIT FILES CONCATENATED IN THE JCL.
      *2026-10-15 HCP FEECHRG SERVICE CHARGES ('F' AUDIT SOURCE) NOW
      *           HAVE THEIR OWN ATTRIBUTION SLOT AHEAD OF OTHER
      *           SOURCES INSTEAD OF FALLING INTO IT.
      *2026-10-15 HCP ACCTCLS CLOSURE SETTLEMENTS ('L' AUDIT SOURCE)
      *           HAVE THEIR OWN ATTRIBUTION SLOT AS WELL.
      *2026-10-15 HCP TERM-DEPOSIT INTEREST ('T' AUDIT SOURCE, POSTED BY
      *           TRNPOST FROM THE TERMDEP BATCH) HAS ITS OWN SLOT
      *           AHEAD OF OTHER SOURCES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *---- ONE ENTRY PER CURRENCY SEEN IN EITHER UNLOAD OR THE
      *      AUDIT STREAM: THE BEFORE AND AFTER TOTALS, AND THE
      *      DAY'S MOVEMENT SPLIT ACROSS THE THIRTEEN AUDIT SOURCES.
         01  WS-TB-TABLE.
           05 WS-TB-COUNT        PIC 9(03) COMP VALUE 0.
           05 WS-TB-SUB          PIC 9(03) COMP.
             10 WS-TB-DVZ        PIC 9(03).
             10 WS-TB-BEFORE     PIC S9(18) COMP-3.
             10 WS-TB-AFTER      PIC S9(18) COMP-3.
             10 WS-TB-SRC-AMT    PIC S9(18) COMP-3 OCCURS 13 TIMES.
           05 WS-TB-FOUND-SW     PIC X(01).
             88 TB-DVZ-FOUND              VALUE 'Y'.
             88 TB-DVZ-NOT-FOUND          VALUE 'N'.

      *---- THE ATTRIBUTION SLOTS, IN THE ORDER THE REPORT PRINTS
      *      THEM. 'M' MOVEMENTS SPLIT BY SIGN INTO DEBITS AND
      *      CREDITS; AN UNKNOWN SOURCE CODE LANDS IN SLOT THIRTEEN SO
      *      NOTHING IS SILENTLY DROPPED FROM THE EXPLANATION.
         01  WS-SOURCE-NAMES.
           05 FILLER PIC X(24) VALUE 'BONUS (VSAMTOQ)         '.
           05 FILLER PIC X(24) VALUE 'MAINTENANCE ADD/CHANGE  '.
           05 FILLER PIC X(24) VALUE 'MAINTENANCE DELETES     '.
           05 FILLER PIC X(24) VALUE 'ESCHEATMENT             '.
           05 FILLER PIC X(24) VALUE 'SERVICE FEES (FEECHRG)  '.
           05 FILLER PIC X(24) VALUE 'CLOSURE SETTLEMENTS     '.
           05 FILLER PIC X(24) VALUE 'TERM DEP INT (TERMDEP)  '.
           05 FILLER PIC X(24) VALUE 'OTHER SOURCES           '.
         01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
           05 WS-SOURCE-NAME     PIC X(24) OCCURS 13 TIMES.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(32)
               WHEN 'C' MOVE 7 TO WS-SRC-SUB
               WHEN 'D' MOVE 8 TO WS-SRC-SUB
               WHEN 'E' MOVE 9 TO WS-SRC-SUB
               WHEN 'F' MOVE 10 TO WS-SRC-SUB
               WHEN 'L' MOVE 11 TO WS-SRC-SUB
               WHEN 'T' MOVE 12 TO WS-SRC-SUB
               WHEN OTHER MOVE 13 TO WS-SRC-SUB
           END-EVALUATE.
       MAP-SOURCE-SLOT-END. EXIT.

               MOVE 0 TO WS-TB-AFTER(WS-TB-IDX)
               PERFORM ZERO-SOURCE-SLOTS
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 13
           END-IF.
       FIND-CURRENCY-ENTRY-END. EXIT.

           MOVE 0 TO WS-EXPLAINED.
           PERFORM WRITE-SOURCE-LINE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > 13.
           COMPUTE WS-DELTA =
               WS-TB-AFTER(WS-TB-IDX) - WS-TB-BEFORE(WS-TB-IDX)
           COMPUTE WS-RESIDUAL = WS-DELTA - WS-EXPLAINED.
