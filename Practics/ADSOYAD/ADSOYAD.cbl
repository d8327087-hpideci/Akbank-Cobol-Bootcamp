      * XREFIN cross-reference file instead of assuming the roster
      * id and the account number are the same number - the same
      * link file STMTGEN and ORPHCHK read.
      *-----------------------
      * XREFIN links now carry a role. A customer may be joint
      * holder or attorney on somebody else's account, whose name
      * would never match the roster, so the roster id resolves
      * only through its primary links (a link with no role is a
      * sole owner from before roles existed).
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADSOYAD.
           05 XRF-ACCT-I         PIC X(05).
           05 FILLER             PIC X(01).
           05 XRF-DVZ-I          PIC X(03).
           05 FILLER             PIC X(01).
           05 XRF-ROLE-I         PIC X(01).
       FD  REPORT-FILE RECORDING MODE F.
         01  CMP-REC.
           05 CMP-ID-O          PIC X(04).
      * the first link for a pair wins - one resolution per id.
       LOAD-XREF-LOOP.
           IF XRF-CUST-I IS NUMERIC AND XRF-ACCT-I IS NUMERIC
              AND (XRF-ROLE-I = 'P' OR XRF-ROLE-I = SPACE)
              IF XREF-COUNT < 9999
                 ADD 1 TO XREF-COUNT
                 SET XREF-IDX TO XREF-COUNT
