      *           PAPER/E-STATEMENT SPLIT. A BAD CODE REJECTS WITH
      *           TYPE '3' ON REJECTIT. NO PREFERENCE RECORD STILL
      *           MEANS PAPER, SO NOBODY LOSES A STATEMENT.
      *2026-10-15 HCP A FOURTH DATAIN RECORD TYPE: '4' IS AN
      *           UNDELIVERABLE-ADDRESS FLAG (WRITTEN BY RTNMAIL FROM
      *           RETURNED MAIL, DROPPED BY CUSTMNT WHEN A NEW ADDRESS
      *           IS APPLIED). EACH ONE GOES OUT ON THE NEW UNDLOUT
      *           EXTRACT SO STMTGEN, MILELTR, DCALC'S LABEL RUN AND
      *           THE WEEKLY UNDLAGE AGING STOP MAILING THE CUSTOMER.
      *           LIKE ADDRESSES, THE '4' RECORDS STAY OUT OF THE
      *           CUSTOMER CONTROL COUNTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS ST-PROCDATE.
           SELECT PREF-OUT-FILE ASSIGN TO PREFOUT
                             STATUS ST-PREF-OUT.
           SELECT UNDL-OUT-FILE ASSIGN TO UNDLOUT
                             STATUS ST-UNDL-OUT.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-INFO RECORDING MODE F.
             88 DATA-BASE-REC                    VALUE '1'.
             88 DATA-ADDRESS-REC                 VALUE '2'.
             88 DATA-PREF-REC                    VALUE '3'.
             88 DATA-UNDL-REC                    VALUE '4'.
           05 DATA-ID               PIC X(04).
           05 DATA-NAME             PIC X(15).
           05 DATA-SURNAME          PIC X(15).
             88 PREF-IS-PAPER                    VALUE 'P'.
             88 PREF-IS-ELECTRONIC               VALUE 'E'.
           05 FILLER                PIC X(80).
      *---- THE TYPE-'4' VIEW: RETURNED MAIL HAS MARKED THE ADDRESS
      *      UNDELIVERABLE. NAME AND SURNAME ARE CARRIED WHERE THE
      *      TYPE-'1' RECORD HAS THEM; FIRST/LAST ARE THE DATES OF
      *      THE FIRST AND LATEST RETURN.
         01  DATA-UNDL.
           05 FILLER                PIC X(01).
           05 UNDL-ID               PIC X(04).
           05 UNDL-NAME             PIC X(15).
           05 UNDL-SURNAME          PIC X(15).
           05 UNDL-DOC              PIC X(04).
           05 UNDL-REASON           PIC X(02).
           05 UNDL-FIRST-DATE       PIC 9(08).
           05 UNDL-LAST-DATE        PIC 9(08).
           05 UNDL-COUNT            PIC 9(03).
           05 FILLER                PIC X(26).
      *---- THE TRAILING TYPE BYTE SAYS WHICH RECORD TYPE BOUNCED -
      *      '1' FOR A CUSTOMER RECORD (REPAIRABLE THROUGH REJRECYC'S
      *      CORRECTIONS), '2' FOR AN ADDRESS RECORD (FIXED IN
           05 POUT-ID-O             PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 POUT-CODE-O           PIC X(01).
      *---- UNDELIVERABLE ADDRESSES, ONE PER CUSTOMER ID, FOR THE
      *      MAILING RUNS TO SUPPRESS AND FOR THE WEEKLY AGING.
       FD  UNDL-OUT-FILE RECORDING MODE F.
         01  UNDL-OUT-REC.
           05 UOUT-ID-O             PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 UOUT-NAME-O           PIC X(15).
           05 UOUT-SURNAME-O        PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 UOUT-DOC-O            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 UOUT-REASON-O         PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 UOUT-FIRST-DATE-O     PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 UOUT-LAST-DATE-O      PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 UOUT-COUNT-O          PIC 9(03).
       FD  MILESTONE-FILE RECORDING MODE F.
         01  MILESTONE-DATA.
           05 MILE-ID-O            PIC X(04).
             88 PROCDATE-OK                       VALUE 00 97.
           05 ST-PREF-OUT           PIC 9(02).
             88 PREF-OUT-OK                       VALUE 00 97.
           05 ST-UNDL-OUT           PIC 9(02).
             88 UNDL-OUT-OK                       VALUE 00 97.
         01  WS-STEP-COUNTS.
           05 WS-CTL-READ-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-CTL-WRITTEN-COUNT  PIC 9(07) COMP VALUE 0.
           OPEN OUTPUT MILESTONE-FILE.
           OPEN OUTPUT ADDR-OUT-FILE.
           OPEN OUTPUT PREF-OUT-FILE.
           OPEN OUTPUT UNDL-OUT-FILE.
      *---- MYDCALC IS THE FIRST STEP OF THE CHAIN, SO IT CREATES
      *      THE DAY'S CTLCOUNT FRESH - THE LATER STEPS EXTEND IT.
           OPEN OUTPUT CONTROL-COUNT.
           MOVE ST-PREF-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT UNDL-OUT-OK)
           DISPLAY 'UNABLE TO OPEN UNDLOUT: ' ST-UNDL-OUT
           MOVE ST-UNDL-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ DATA-REC.
           IF (NOT DATA-REC-OK)
           DISPLAY 'UNABLE TO READ INPFILE: ' ST-DATA-REC
      *      THE BASE-RECORD CONTROL COUNTS, SO BALCHK'S READ =
      *      WRITTEN + REJECTED IDENTITY KEEPS MEANING CUSTOMERS.
       CALC-DATA.
           IF DATA-UNDL-REC
               PERFORM PROCESS-UNDL-RECORD
           ELSE
           IF DATA-PREF-REC
               PERFORM PROCESS-PREF-RECORD
           ELSE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
       CALC-END. EXIT.

      *---- RTNMAIL BUILDS THESE RECORDS ITSELF, SO THERE IS NOTHING
      *      TO EDIT BEYOND AN ID TO HANG THE FLAG ON.
       PROCESS-UNDL-RECORD.
           IF UNDL-ID NOT = SPACES
               MOVE SPACES TO UNDL-OUT-REC
               MOVE UNDL-ID         TO UOUT-ID-O
               MOVE UNDL-NAME       TO UOUT-NAME-O
               MOVE UNDL-SURNAME    TO UOUT-SURNAME-O
               MOVE UNDL-DOC        TO UOUT-DOC-O
               MOVE UNDL-REASON     TO UOUT-REASON-O
               MOVE UNDL-FIRST-DATE TO UOUT-FIRST-DATE-O
               MOVE UNDL-LAST-DATE  TO UOUT-LAST-DATE-O
               MOVE UNDL-COUNT      TO UOUT-COUNT-O
               WRITE UNDL-OUT-REC
           END-IF.
       PROCESS-UNDL-RECORD-END. EXIT.

      *---- A PREFERENCE THAT IS NOT 'P' OR 'E' IS A KEYING ERROR -
      *      REJECTED LIKE A BAD DATE SO DATA ENTRY SEES IT, INSTEAD
      *      OF FLOWING INTO STMTGEN AS A STATEMENT NOBODY GETS.
           CLOSE CONTROL-COUNT.
           CLOSE ADDR-OUT-FILE.
           CLOSE PREF-OUT-FILE.
           CLOSE UNDL-OUT-FILE.
       H999-END. EXIT.
