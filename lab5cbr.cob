      ******************************************************************
      *Author: David Nguyen
      *Date: October 9, 2026
      *Purpose: lab5cbr
      *Credit bureau reporting for the student loan master file
      *(DA-S-MASTR). A one-record control card (DA-S-CBRCTL) selects
      *the function:
      *  M  monthly furnishing - one fixed-format base segment per
      *     loan is written to UR-S-CBURO between a header record
      *     and a trailer carrying the segment count, the count by
      *     status, and the total balance and amount past due. The
      *     segment carries the loan terms, the level installment
      *     (loan over payment count), the current balance, the
      *     amount past due, the date of first delinquency (the
      *     oldest unpaid I-PAIDDUEDATE 30 or more days past due),
      *     the status code, and the borrower's name and address
      *     from DA-S-ADDRS. Status codes:
      *       11  current, including loans in an active in-school
      *           deferment (terms frequency D, with the date
      *           repayment begins) or forbearance (special comment
      *           CP), which report nothing past due
      *       71/78/80/82/83/84  30/60/90/120/150/180 days past due
      *       93  placed with the outside agency (a 'P' record on
      *           the collections history file DA-S-COLHS)
      *       97  charged off to bad debt; 64 once the agency has
      *           recovered the written-off balance in full
      *       13  paid in full - a loan still on the master with no
      *           balance, or a reported loan lab5arc has since
      *           purged to the archive (DA-S-ARCHV), reported once
      *           with the date it was paid off
      *       DA  delete - a reported loan removed from the master
      *           by maintenance without being archived
      *     What was reported for each loan is kept on the reported
      *     loan file: last month's is read from DA-S-CBRPT and this
      *     month's written to DA-S-CBRPTN, in loan-key order.
      *  D  dispute corrections - the journal (DA-S-JRNL) is read
      *     for maintenance since the last monthly report: a loan
      *     added back (a lab5arc reinstatement), a loan deleted, or
      *     a change to a loan's terms, schedule or deferment. Each
      *     such loan that was reported is rebuilt from the master
      *     as it stands now and, if anything reported has changed,
      *     a correction segment is written to UR-S-CBCOR (same
      *     layout, with its own header and trailer) and the
      *     reported loan file is brought up to date.
      *A loan whose borrower has no address record cannot be
      *reported: it is listed on the exception list (UR-S-CBEXC),
      *once per borrower, and whatever was last reported for it is
      *carried forward unchanged. The exception list ends with the
      *run's control totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5cbr.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'DA-S-CBRCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT ADDR-FILE ASSIGN TO 'DA-S-ADDRS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-STUDENT-ID
               FILE STATUS IS ADDR-STATUS.
           SELECT COLHS-FILE ASSIGN TO 'DA-S-COLHS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLHS-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'DA-S-ARCHV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.
           SELECT PREV-FILE ASSIGN TO 'DA-S-CBRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREV-STATUS.
           SELECT NEWRP-FILE ASSIGN TO 'DA-S-CBRPTN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CBURO-FILE ASSIGN TO 'UR-S-CBURO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CBCOR-FILE ASSIGN TO 'UR-S-CBCOR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CBEXC-FILE ASSIGN TO 'UR-S-CBEXC'.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CTL-REC.
           03 CB-FUNC PIC X(1).
       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY LOANREC.
       FD  ADDR-FILE.
       01  ADDR-REC.
           COPY ADDRREC.
       FD  COLHS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  COLHS-REC PIC X(15).
       FD  ARCH-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ARCH-REC.
           03 AV-PAIDOFF-DATE PIC 9(8).
           03 AV-IMAGE PIC X(328).
           03 AV-IMAGE-HDR REDEFINES AV-IMAGE.
               05 AV-LOANKEY PIC X(8).
               05 AV-NAME PIC X(20).
               05 FILLER PIC X(300).
       FD  JRNL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JRNL-REC PIC X(679).
       FD  PREV-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PREV-REC.
           03 PV-RECTYPE PIC X(1).
           03 PV-REPDATE PIC 9(8).
           03 PV-ACCOUNT-DATA.
               05 PV-LOANKEY PIC X(8).
               05 FILLER PIC X(29).
               05 PV-STATUS PIC X(2).
               05 FILLER PIC X(29).
               05 PV-CLOSEDATE PIC 9(8).
               05 FILLER PIC X(10).
       FD  NEWRP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  NEWRP-REC PIC X(95).
       FD  CBURO-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CBURO-REC PIC X(220).
       FD  CBCOR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CBCOR-REC PIC X(220).
       FD  CBEXC-FILE
               LABEL RECORDS ARE OMITTED.
       01  CBEXC-REC PIC X(80).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  JRNL-DATA.
           COPY JRNLREC.
      *    Loan master images from the journal, cut down to the
      *    fields a maintenance change to the reported terms touches.
       01  JRNL-BEFORE-VIEW.
           03 JB-IMAGE PIC X(328).
           03 JB-FIELDS REDEFINES JB-IMAGE.
               05 FILLER PIC X(8).
               05 JB-TERMS PIC X(50).
               05 FILLER PIC X(19).
               05 JB-DEFER PIC X(17).
               05 FILLER PIC X(66).
               05 JB-SCHED OCCURS 12 TIMES.
                   10 FILLER PIC X(6).
                   10 JB-DUEDATE PIC X(8).
       01  JRNL-AFTER-VIEW.
           03 JA-IMAGE PIC X(328).
           03 JA-FIELDS REDEFINES JA-IMAGE.
               05 FILLER PIC X(8).
               05 JA-TERMS PIC X(50).
               05 FILLER PIC X(19).
               05 JA-DEFER PIC X(17).
               05 FILLER PIC X(66).
               05 JA-SCHED OCCURS 12 TIMES.
                   10 FILLER PIC X(6).
                   10 JA-DUEDATE PIC X(8).
       01  COLHS-DATA.
           03 H-STUDENT-ID PIC 9(6).
           03 H-SENTDATE PIC 9(8).
           03 H-LETTER PIC X(1).
       01  PLACE-TABLE.
           03 PLC-COUNT PIC 9(4) VALUE 0.
           03 PLC-ENTRY OCCURS 5000 TIMES.
               05 PT-ID PIC 9(6).
       01  ARCH-TABLE.
           03 ARC-COUNT PIC 9(4) VALUE 0.
           03 ARC-ENTRY OCCURS 5000 TIMES.
               05 AT-LOANKEY PIC X(8).
               05 AT-DATE PIC 9(8).
               05 AT-NAME PIC X(20).
       01  TRIGGER-TABLE.
           03 TRG-COUNT PIC 9(4) VALUE 0.
           03 TRG-ENTRY OCCURS 2000 TIMES.
               05 TG-LOANKEY PIC X(8).
      *    Furnishing file records. The base segment is written to
      *    the monthly file with record type B and to the correction
      *    file with record type C. Amounts are whole dollars.
       01  CB-HEADER.
           03 FILLER PIC X(1) VALUE 'H'.
           03 FILLER PIC X(10) VALUE 'STULOANSVC'.
           03 HD-ACTIVITY-DATE PIC 9(8).
           03 HD-CREATED-DATE PIC 9(8).
           03 HD-FILETYPE PIC X(1).
           03 FILLER PIC X(192) VALUE SPACES.
       01  CB-SEGMENT.
           03 CS-RECTYPE PIC X(1).
           03 CS-ACTIVITY-DATE PIC 9(8).
           03 CS-ACCOUNT-DATA.
               05 CS-LOANKEY.
                   10 CS-STUDENT-ID PIC 9(6).
                   10 CS-LOANSEQ PIC 9(2).
               05 CS-PORTFOLIO PIC X(1).
               05 CS-ACCTTYPE PIC X(2).
               05 CS-OPENDATE PIC 9(8).
               05 CS-ORIGAMT PIC 9(7).
               05 CS-TERMS PIC 9(3).
               05 CS-FREQ PIC X(1).
               05 CS-SCHEDPAY PIC 9(7).
               05 CS-STATUS PIC X(2).
               05 CS-CURBAL PIC 9(7).
               05 CS-PASTDUE PIC 9(7).
               05 CS-COAMT PIC 9(7).
               05 CS-DOFD PIC 9(8).
               05 CS-CLOSEDATE PIC 9(8).
               05 CS-DEFDATE PIC 9(8).
               05 CS-SPCOMMENT PIC X(2).
           03 CS-NAME PIC X(20).
           03 CS-ADDR1 PIC X(30).
           03 CS-ADDR2 PIC X(30).
           03 CS-CITY PIC X(20).
           03 CS-STATE PIC X(2).
           03 CS-ZIP PIC X(10).
           03 CS-PHONE PIC X(10).
           03 FILLER PIC X(3) VALUE SPACES.
       01  CB-TRAILER.
           03 FILLER PIC X(1) VALUE 'T'.
           03 TR-COUNT PIC 9(7).
           03 TR-CURRENT PIC 9(7).
           03 TR-DELINQ PIC 9(7).
           03 TR-COLLECT PIC 9(7).
           03 TR-CHGOFF PIC 9(7).
           03 TR-CLOSED PIC 9(7).
           03 TR-DELETED PIC 9(7).
           03 TR-BALANCE PIC 9(11).
           03 TR-PASTDUE PIC 9(11).
           03 FILLER PIC X(148) VALUE SPACES.
       01  REPORTED-DATA.
           03 RP-RECTYPE PIC X(1).
           03 RP-REPDATE PIC 9(8).
           03 RP-ACCOUNT-DATA PIC X(86).
       01  CBEXC-HEADING.
           03 FILLER PIC X(30) VALUE 'CREDIT BUREAU EXCEPTION LIST  '.
           03 EX-FUNC PIC X(1).
           03 FILLER PIC X(6) VALUE '  RUN '.
           03 EX-RUNDATE PIC 9(8).
       01  CBEXC-COLHEAD.
           03 FILLER PIC X(10) VALUE 'ID'.
           03 FILLER PIC X(22) VALUE 'NAME'.
           03 FILLER PIC X(30) VALUE 'REASON'.
       01  CBEXC-DETAIL.
           03 EX-ID PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 EX-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-REASON PIC X(30).
       01  CBEXC-TOT-READ.
           03 FILLER PIC X(28) VALUE 'MASTER RECORDS READ        '.
           03 EX-CTREAD PIC ZZZZ9.
       01  CBEXC-TOT-SEG.
           03 FILLER PIC X(28) VALUE 'SEGMENTS WRITTEN           '.
           03 EX-CTSEG PIC ZZZZ9.
       01  CBEXC-TOT-CUR.
           03 FILLER PIC X(28) VALUE '  CURRENT                  '.
           03 EX-CTCUR PIC ZZZZ9.
       01  CBEXC-TOT-DLQ.
           03 FILLER PIC X(28) VALUE '  PAST DUE                 '.
           03 EX-CTDLQ PIC ZZZZ9.
       01  CBEXC-TOT-COL.
           03 FILLER PIC X(28) VALUE '  PLACED FOR COLLECTION    '.
           03 EX-CTCOL PIC ZZZZ9.
       01  CBEXC-TOT-CHG.
           03 FILLER PIC X(28) VALUE '  CHARGED OFF              '.
           03 EX-CTCHG PIC ZZZZ9.
       01  CBEXC-TOT-CLS.
           03 FILLER PIC X(28) VALUE '  PAID AND CLOSED          '.
           03 EX-CTCLS PIC ZZZZ9.
       01  CBEXC-TOT-DEL.
           03 FILLER PIC X(28) VALUE '  DELETED                  '.
           03 EX-CTDEL PIC ZZZZ9.
       01  CBEXC-TOT-BAL.
           03 FILLER PIC X(28) VALUE 'TOTAL BALANCE REPORTED     '.
           03 EX-BAL PIC $$$,$$$,$$9.
       01  CBEXC-TOT-PDUE.
           03 FILLER PIC X(28) VALUE 'TOTAL PAST DUE REPORTED    '.
           03 EX-PDUE PIC $$$,$$$,$$9.
       01  CBEXC-TOT-NOADR.
           03 FILLER PIC X(28) VALUE 'BORROWERS WITH NO ADDRESS  '.
           03 EX-CTNOADR PIC ZZZZ9.
       01  CBEXC-TOT-TRG.
           03 FILLER PIC X(28) VALUE 'LOANS CHANGED BY MAINTENANCE'.
           03 EX-CTTRG PIC ZZZZ9.
       01  CBEXC-NOREPORT.
           03 FILLER PIC X(48) VALUE
               'NO MONTHLY REPORT ON FILE - NOTHING TO CORRECT'.
       01  CBEXC-BADCTL.
           03 FILLER PIC X(40) VALUE
               'INVALID CONTROL CARD - NO ACTION TAKEN'.
       01  BAL-CALC.
           03 BC-LOAN PIC 9(5)V9(2).
           03 BC-PAID PIC 9(4)V9(2).
           03 BC-TOTPAID PIC 9(5)V9(2).
           03 BC-INTEREST PIC 9(5)V9(2).
           03 BC-FEES PIC 9(5)V9(2).
           03 BC-BALANCE PIC S9(5)V9(2).
           03 BC-INST PIC 9(5)V9(2).
           03 BC-PASTDUE PIC 9(7)V9(2).
           03 BC-COAMT PIC 9(5)V9(2).
           03 BC-RECOV PIC 9(5)V9(2).
       01  INTEREST-CALC.
           03 IC-TODAY-INT PIC 9(7).
           03 IC-FROM-INT PIC 9(7).
           03 IC-DAYS PIC S9(6).
           03 IC-INTPAID PIC 9(5)V9(2).
           03 IC-INTACCR PIC 9(5)V9(2).
           03 IC-PRINPAID PIC 9(5)V9(2).
           03 IC-PRINCIPAL PIC S9(5)V9(2).
       01  AGING-CALC.
           03 AG-TODAY-INT PIC 9(7).
           03 AG-DUE-INT PIC 9(7).
           03 AG-DAYS PIC S9(6).
           03 AG-OLDEST-DAYS PIC S9(6).
           03 AG-OLDEST-DUE PIC 9(8).
           03 AG-UNPAID-CT PIC 9(2).
           03 AG-NEXT-INT PIC 9(7).
       01  MISC.
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-J PIC 9 VALUE 0.
           03 MSTR-STATUS PIC X(2).
           03 ADDR-STATUS PIC X(2).
           03 COLHS-STATUS PIC X(2).
           03 ARCH-STATUS PIC X(2).
           03 JRNL-STATUS PIC X(2).
           03 PREV-STATUS PIC X(2).
           03 ADDR-AVAIL PIC X(1) VALUE 'N'.
           03 ADDR-FOUND PIC X(1).
           03 PREV-FOUND PIC X(1).
           03 MASTER-FOUND PIC X(1).
           03 TERMS-SW PIC X(1).
           03 SUB PIC 99.
           03 PX PIC 9(4).
           03 PS PIC 9(4).
           03 AX PIC 9(4).
           03 TX PIC 9(4).
           03 LAST-EXC-ID PIC 9(6) VALUE 0.
           03 LOOKUP-ID PIC 9(6).
           03 MASTER-KEY PIC X(8).
           03 PREV-KEY PIC X(8).
           03 SEARCH-KEY PIC X(8).
           03 REPORT-DATE PIC 9(8).
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       01  CBR-COUNTS.
           03 CT-READ PIC 9(5) VALUE 0.
           03 CT-SEGMENTS PIC 9(7) VALUE 0.
           03 CT-CURRENT PIC 9(7) VALUE 0.
           03 CT-DELINQ PIC 9(7) VALUE 0.
           03 CT-COLLECT PIC 9(7) VALUE 0.
           03 CT-CHGOFF PIC 9(7) VALUE 0.
           03 CT-CLOSED PIC 9(7) VALUE 0.
           03 CT-DELETED PIC 9(7) VALUE 0.
           03 CT-BALANCE PIC 9(11) VALUE 0.
           03 CT-PASTDUE PIC 9(11) VALUE 0.
           03 CT-NOADDR PIC 9(5) VALUE 0.
           03 CT-TRIGGERS PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           OPEN OUTPUT CBEXC-FILE.
           PERFORM 1000-READ-CONTROL.
           EVALUATE TRUE
               WHEN EOF-C = 1
                   WRITE CBEXC-REC FROM CBEXC-BADCTL
                       AFTER ADVANCING PAGE
               WHEN CB-FUNC = 'M'
                   PERFORM 1500-PRINT-HEADING
                   PERFORM 1100-LOAD-PLACEMENTS
                   PERFORM 1200-LOAD-ARCHIVE
                   PERFORM 2000-MONTHLY-REPORT
                   PERFORM 8000-PRINT-TOTALS
               WHEN CB-FUNC = 'D'
                   PERFORM 1500-PRINT-HEADING
                   PERFORM 1100-LOAD-PLACEMENTS
                   PERFORM 1200-LOAD-ARCHIVE
                   PERFORM 5000-DISPUTE-CORRECTIONS
               WHEN OTHER
                   WRITE CBEXC-REC FROM CBEXC-BADCTL
                       AFTER ADVANCING PAGE
           END-EVALUATE.
           CLOSE CBEXC-FILE.
           STOP RUN.
      *    The business date comes from the control file, not the
      *    system clock; the run stops if there is none.
       050-READ-BUSINESS-DATE.
           MOVE ZEROES TO BD-BUSDATE.
           OPEN INPUT BUSDT-FILE.
           IF BUSDT-STATUS = '00' THEN
               READ BUSDT-FILE INTO BUSDT-DATA
                   AT END MOVE ZEROES TO BD-BUSDATE
               END-READ
               CLOSE BUSDT-FILE
           END-IF.
           IF BD-BUSDATE NOT NUMERIC THEN
               MOVE ZEROES TO BD-BUSDATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(BD-BUSDATE) NOT = 0 THEN
               DISPLAY 'LAB5CBR STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1000-READ-CONTROL.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END MOVE 1 TO EOF-C
           END-READ.
           CLOSE CTL-FILE.
      *    Students with a placement ('P') record on the collections
      *    history.
       1100-LOAD-PLACEMENTS.
           OPEN INPUT COLHS-FILE.
           IF COLHS-STATUS = '00' THEN
               PERFORM 1110-LOAD-ONE-PLACEMENT
               PERFORM 1110-LOAD-ONE-PLACEMENT
                   UNTIL EOF-H = 1
               CLOSE COLHS-FILE
           END-IF.
       1110-LOAD-ONE-PLACEMENT.
           READ COLHS-FILE INTO COLHS-DATA
               AT END MOVE 1 TO EOF-H
               NOT AT END
                   IF H-LETTER = 'P' THEN
                       PERFORM 1120-FIND-PLACEMENT
                       IF PX = 0 AND PLC-COUNT < 5000 THEN
                           ADD 1 TO PLC-COUNT
                           MOVE H-STUDENT-ID TO PT-ID(PLC-COUNT)
                       END-IF
                   END-IF
           END-READ.
       1120-FIND-PLACEMENT.
           MOVE 0 TO PX.
           PERFORM VARYING PS FROM 1 BY 1
               UNTIL PS > PLC-COUNT
               IF PT-ID(PS) = H-STUDENT-ID THEN
                   MOVE PS TO PX
               END-IF
           END-PERFORM.
      *    Loans lab5arc has purged, with the latest paid-off date.
       1200-LOAD-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF ARCH-STATUS = '00' THEN
               PERFORM 1210-LOAD-ONE-ARCHIVE
               PERFORM 1210-LOAD-ONE-ARCHIVE
                   UNTIL EOF-A = 1
               CLOSE ARCH-FILE
           END-IF.
       1210-LOAD-ONE-ARCHIVE.
           READ ARCH-FILE
               AT END MOVE 1 TO EOF-A
               NOT AT END
                   MOVE AV-LOANKEY TO SEARCH-KEY
                   PERFORM 1220-FIND-ARCHIVE
                   IF AX = 0 AND ARC-COUNT < 5000 THEN
                       ADD 1 TO ARC-COUNT
                       MOVE ARC-COUNT TO AX
                       MOVE AV-LOANKEY TO AT-LOANKEY(AX)
                       MOVE 0 TO AT-DATE(AX)
                   END-IF
                   IF AX > 0 THEN
                       IF AV-PAIDOFF-DATE > AT-DATE(AX) THEN
                           MOVE AV-PAIDOFF-DATE TO AT-DATE(AX)
                           MOVE AV-NAME TO AT-NAME(AX)
                       END-IF
                   END-IF
           END-READ.
       1220-FIND-ARCHIVE.
           MOVE 0 TO AX.
           PERFORM VARYING PS FROM 1 BY 1
               UNTIL PS > ARC-COUNT
               IF AT-LOANKEY(PS) = SEARCH-KEY THEN
                   MOVE PS TO AX
               END-IF
           END-PERFORM.
       1500-PRINT-HEADING.
           MOVE CB-FUNC TO EX-FUNC.
           MOVE CURRENT-DATE TO EX-RUNDATE.
           WRITE CBEXC-REC FROM CBEXC-HEADING
               AFTER ADVANCING PAGE.
           WRITE CBEXC-REC FROM CBEXC-COLHEAD
               AFTER ADVANCING 2 LINES.
      *    The master and last month's reported loan file are both in
      *    loan-key order and are matched on the key: a loan on the
      *    master is reported as it stands, and a reported loan no
      *    longer on the master is reported closed (archived) or
      *    deleted.
       2000-MONTHLY-REPORT.
           MOVE CURRENT-DATE TO REPORT-DATE.
           OPEN INPUT MASTER-FILE
               OUTPUT CBURO-FILE
               OUTPUT NEWRP-FILE.
           PERFORM 1700-OPEN-ADDRESSES.
           OPEN INPUT PREV-FILE.
           MOVE REPORT-DATE TO HD-ACTIVITY-DATE.
           MOVE CURRENT-DATE TO HD-CREATED-DATE.
           MOVE 'M' TO HD-FILETYPE.
           WRITE CBURO-REC FROM CB-HEADER.
           MOVE 'H' TO RP-RECTYPE.
           MOVE REPORT-DATE TO RP-REPDATE.
           MOVE SPACES TO RP-ACCOUNT-DATA.
           WRITE NEWRP-REC FROM REPORTED-DATA.
           MOVE ZEROES TO I-LOANKEY.
           MOVE LOW-VALUES TO MASTER-KEY.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE HIGH-VALUES TO MASTER-KEY
           END-START.
           IF MASTER-KEY NOT = HIGH-VALUES THEN
               PERFORM 2100-READ-MASTER
           END-IF.
           PERFORM 2150-READ-PREVIOUS.
           PERFORM 2200-MERGE-LOOP
               UNTIL MASTER-KEY = HIGH-VALUES
                   AND PREV-KEY = HIGH-VALUES.
           PERFORM 2900-WRITE-TRAILER.
           WRITE CBURO-REC FROM CB-TRAILER.
           CLOSE MASTER-FILE
               CBURO-FILE
               NEWRP-FILE.
           IF PREV-STATUS NOT = '35' THEN
               CLOSE PREV-FILE
           END-IF.
           PERFORM 1750-CLOSE-ADDRESSES.
       1700-OPEN-ADDRESSES.
           OPEN INPUT ADDR-FILE.
           IF ADDR-STATUS = '00' THEN
               MOVE 'Y' TO ADDR-AVAIL
           END-IF.
       1750-CLOSE-ADDRESSES.
           IF ADDR-AVAIL = 'Y' THEN
               CLOSE ADDR-FILE
           END-IF.
       2100-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO MASTER-KEY
               NOT AT END
                   ADD 1 TO CT-READ
                   MOVE I-LOANKEY TO MASTER-KEY
           END-READ.
       2150-READ-PREVIOUS.
           IF PREV-STATUS = '35' THEN
               MOVE HIGH-VALUES TO PREV-KEY
           ELSE
               READ PREV-FILE
                   AT END
                       MOVE HIGH-VALUES TO PREV-KEY
                   NOT AT END
                       IF PV-RECTYPE = 'H' THEN
                           MOVE LOW-VALUES TO PREV-KEY
                       ELSE
                           MOVE PV-LOANKEY TO PREV-KEY
                       END-IF
               END-READ
           END-IF.
       2200-MERGE-LOOP.
           EVALUATE TRUE
               WHEN PREV-KEY = LOW-VALUES
                   PERFORM 2150-READ-PREVIOUS
               WHEN MASTER-KEY < PREV-KEY
                   MOVE 'N' TO PREV-FOUND
                   PERFORM 3000-REPORT-LOAN
                   PERFORM 2100-READ-MASTER
               WHEN MASTER-KEY = PREV-KEY
                   MOVE 'Y' TO PREV-FOUND
                   PERFORM 3000-REPORT-LOAN
                   PERFORM 2100-READ-MASTER
                   PERFORM 2150-READ-PREVIOUS
               WHEN OTHER
                   PERFORM 3100-REPORT-GONE
                   PERFORM 2150-READ-PREVIOUS
           END-EVALUATE.
      *    A loan on the master. If it cannot be reported for want of
      *    an address, what was reported last month stands.
       3000-REPORT-LOAN.
           PERFORM 3500-BUILD-SEGMENT.
           MOVE I-STUDENT-ID TO LOOKUP-ID.
           PERFORM 3700-GET-ADDRESS.
           IF ADDR-FOUND = 'Y' THEN
               MOVE 'B' TO CS-RECTYPE
               WRITE CBURO-REC FROM CB-SEGMENT
               PERFORM 3800-COUNT-SEGMENT
               PERFORM 3850-WRITE-REPORTED
           ELSE
               MOVE I-NAME TO EX-NAME
               PERFORM 3900-NO-ADDRESS
               IF PREV-FOUND = 'Y' THEN
                   WRITE NEWRP-REC FROM PREV-REC
               END-IF
           END-IF.
      *    A reported loan no longer on the master: paid and purged by
      *    lab5arc (reported closed once, then carried as closed so a
      *    reinstatement can be corrected), or removed by maintenance
      *    (reported as a delete and dropped).
       3100-REPORT-GONE.
           MOVE PV-LOANKEY TO SEARCH-KEY.
           PERFORM 1220-FIND-ARCHIVE.
           EVALUATE TRUE
               WHEN PV-STATUS = 'DA'
                   CONTINUE
               WHEN AX > 0 AND PV-STATUS = '13'
                   WRITE NEWRP-REC FROM PREV-REC
               WHEN OTHER
                   PERFORM 3150-BUILD-GONE-SEGMENT
                   IF ADDR-FOUND = 'Y' OR AX = 0 THEN
                       MOVE 'B' TO CS-RECTYPE
                       WRITE CBURO-REC FROM CB-SEGMENT
                       PERFORM 3800-COUNT-SEGMENT
                       IF AX > 0 THEN
                           PERFORM 3850-WRITE-REPORTED
                       END-IF
                   ELSE
                       MOVE AT-NAME(AX) TO EX-NAME
                       PERFORM 3900-NO-ADDRESS
                       WRITE NEWRP-REC FROM PREV-REC
                   END-IF
           END-EVALUATE.
       3150-BUILD-GONE-SEGMENT.
           MOVE REPORT-DATE TO CS-ACTIVITY-DATE.
           MOVE PV-ACCOUNT-DATA TO CS-ACCOUNT-DATA.
           MOVE 0 TO CS-CURBAL.
           MOVE 0 TO CS-PASTDUE.
           MOVE SPACES TO CS-SPCOMMENT.
           IF AX > 0 THEN
               MOVE '13' TO CS-STATUS
               MOVE AT-DATE(AX) TO CS-CLOSEDATE
               MOVE AT-NAME(AX) TO CS-NAME
           ELSE
               MOVE 'DA' TO CS-STATUS
               MOVE SPACES TO CS-NAME
           END-IF.
           MOVE CS-STUDENT-ID TO LOOKUP-ID.
           PERFORM 3700-GET-ADDRESS.
      *    The base segment for the loan in MASTER-REC as of the
      *    report date.
       3500-BUILD-SEGMENT.
           MOVE REPORT-DATE TO CS-ACTIVITY-DATE.
           MOVE I-LOANKEY TO CS-LOANKEY.
           MOVE 'I' TO CS-PORTFOLIO.
           MOVE '12' TO CS-ACCTTYPE.
           MOVE I-LOANDATE TO CS-OPENDATE.
           MOVE I-LOAN TO BC-LOAN.
           MOVE BC-LOAN TO CS-ORIGAMT.
           MOVE I-NUMPAY TO CS-TERMS.
           COMPUTE BC-INST ROUNDED = BC-LOAN / I-NUMPAY.
           MOVE BC-INST TO CS-SCHEDPAY.
           MOVE I-NAME TO CS-NAME.
           MOVE 0 TO CS-COAMT.
           MOVE 0 TO CS-DOFD.
           MOVE 0 TO CS-CLOSEDATE.
           MOVE 0 TO CS-DEFDATE.
           MOVE SPACES TO CS-SPCOMMENT.
           PERFORM 3550-SET-FREQUENCY.
           PERFORM 2600-COMPUTE-BALANCE.
           PERFORM 3600-AGE-LOAN.
           IF BC-BALANCE > 0 THEN
               MOVE BC-BALANCE TO CS-CURBAL
           ELSE
               MOVE 0 TO CS-CURBAL
           END-IF.
           COMPUTE BC-PASTDUE = BC-INST * AG-UNPAID-CT.
           IF BC-PASTDUE > CS-CURBAL THEN
               MOVE CS-CURBAL TO CS-PASTDUE
           ELSE
               MOVE BC-PASTDUE TO CS-PASTDUE
           END-IF.
           IF AG-OLDEST-DAYS NOT < 30 THEN
               MOVE AG-OLDEST-DUE TO CS-DOFD
           END-IF.
           EVALUATE TRUE
               WHEN I-COSTAT = 'C'
                   PERFORM 3650-CHARGED-OFF-STATUS
               WHEN BC-BALANCE NOT > 0
                   MOVE '13' TO CS-STATUS
                   MOVE 0 TO CS-PASTDUE
                   MOVE 0 TO CS-DOFD
                   IF PREV-FOUND = 'Y' AND PV-STATUS = '13'
                           AND PV-CLOSEDATE > 0 THEN
                       MOVE PV-CLOSEDATE TO CS-CLOSEDATE
                   ELSE
                       MOVE REPORT-DATE TO CS-CLOSEDATE
                   END-IF
               WHEN I-DEFSTAT = 'D' AND REPORT-DATE NOT > I-DEFEND
                   MOVE '11' TO CS-STATUS
                   MOVE 'D' TO CS-FREQ
                   MOVE 0 TO CS-PASTDUE
                   MOVE 0 TO CS-DOFD
                   COMPUTE AG-NEXT-INT =
                       FUNCTION INTEGER-OF-DATE(I-DEFEND) + 1
                   COMPUTE CS-DEFDATE =
                       FUNCTION DATE-OF-INTEGER(AG-NEXT-INT)
               WHEN I-DEFSTAT = 'F' AND REPORT-DATE NOT > I-DEFEND
                   MOVE '11' TO CS-STATUS
                   MOVE 'CP' TO CS-SPCOMMENT
                   MOVE 0 TO CS-PASTDUE
                   MOVE 0 TO CS-DOFD
               WHEN OTHER
                   PERFORM 3560-FIND-PLACEMENT
                   IF PX > 0 THEN
                       MOVE '93' TO CS-STATUS
                   ELSE
                       PERFORM 3660-AGING-STATUS
                   END-IF
           END-EVALUATE.
       3550-SET-FREQUENCY.
           MOVE 'M' TO CS-FREQ.
           IF I-NUMPAY > 1 THEN
               IF I-PAIDDUEDATE(1) > 0 AND I-PAIDDUEDATE(2) > 0 THEN
                   COMPUTE AG-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(I-PAIDDUEDATE(1))
                   COMPUTE AG-NEXT-INT =
                       FUNCTION INTEGER-OF-DATE(I-PAIDDUEDATE(2))
                   IF AG-NEXT-INT - AG-DUE-INT > 45 THEN
                       MOVE 'Q' TO CS-FREQ
                   END-IF
               END-IF
           END-IF.
       3560-FIND-PLACEMENT.
           MOVE I-STUDENT-ID TO H-STUDENT-ID.
           PERFORM 1120-FIND-PLACEMENT.
      *    Unpaid installments already due, and the oldest of them.
       3600-AGE-LOAN.
           MOVE 0 TO AG-UNPAID-CT.
           MOVE 0 TO AG-OLDEST-DUE.
           MOVE 0 TO AG-OLDEST-DAYS.
           COMPUTE AG-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(REPORT-DATE).
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > I-NUMPAY
               IF I-PAIDWHOLE(SUB) = 0
                       AND I-PAIDDECIMAL(SUB) = 0
                       AND I-PAIDDUEDATE(SUB) > 0 THEN
                   COMPUTE AG-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(I-PAIDDUEDATE(SUB))
                   COMPUTE AG-DAYS = AG-TODAY-INT - AG-DUE-INT
                   IF AG-DAYS > 0 THEN
                       ADD 1 TO AG-UNPAID-CT
                       IF AG-DAYS > AG-OLDEST-DAYS THEN
                           MOVE AG-DAYS TO AG-OLDEST-DAYS
                           MOVE I-PAIDDUEDATE(SUB) TO AG-OLDEST-DUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       3650-CHARGED-OFF-STATUS.
           MOVE I-COAMT TO BC-COAMT.
           MOVE I-RECOVAMT TO BC-RECOV.
           MOVE BC-COAMT TO CS-COAMT.
           IF BC-RECOV < BC-COAMT THEN
               COMPUTE CS-CURBAL = BC-COAMT - BC-RECOV
               MOVE CS-CURBAL TO CS-PASTDUE
               MOVE '97' TO CS-STATUS
           ELSE
               MOVE 0 TO CS-CURBAL
               MOVE 0 TO CS-PASTDUE
               MOVE '64' TO CS-STATUS
           END-IF.
       3660-AGING-STATUS.
           EVALUATE TRUE
               WHEN AG-OLDEST-DAYS NOT < 180
                   MOVE '84' TO CS-STATUS
               WHEN AG-OLDEST-DAYS NOT < 150
                   MOVE '83' TO CS-STATUS
               WHEN AG-OLDEST-DAYS NOT < 120
                   MOVE '82' TO CS-STATUS
               WHEN AG-OLDEST-DAYS NOT < 90
                   MOVE '80' TO CS-STATUS
               WHEN AG-OLDEST-DAYS NOT < 60
                   MOVE '78' TO CS-STATUS
               WHEN AG-OLDEST-DAYS NOT < 30
                   MOVE '71' TO CS-STATUS
               WHEN OTHER
                   MOVE '11' TO CS-STATUS
           END-EVALUATE.
       3700-GET-ADDRESS.
           MOVE 'N' TO ADDR-FOUND.
           MOVE SPACES TO CS-ADDR1.
           MOVE SPACES TO CS-ADDR2.
           MOVE SPACES TO CS-CITY.
           MOVE SPACES TO CS-STATE.
           MOVE SPACES TO CS-ZIP.
           MOVE SPACES TO CS-PHONE.
           IF ADDR-AVAIL = 'Y' THEN
               MOVE LOOKUP-ID TO A-STUDENT-ID
               READ ADDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ADDR-FOUND
                       MOVE A-ADDR1 TO CS-ADDR1
                       MOVE A-ADDR2 TO CS-ADDR2
                       MOVE A-CITY TO CS-CITY
                       MOVE A-STATE TO CS-STATE
                       MOVE A-ZIP TO CS-ZIP
                       MOVE A-PHONE TO CS-PHONE
               END-READ
           END-IF.
       3800-COUNT-SEGMENT.
           ADD 1 TO CT-SEGMENTS.
           EVALUATE CS-STATUS
               WHEN '11'
                   ADD 1 TO CT-CURRENT
               WHEN '93'
                   ADD 1 TO CT-COLLECT
               WHEN '97'
               WHEN '64'
                   ADD 1 TO CT-CHGOFF
               WHEN '13'
                   ADD 1 TO CT-CLOSED
               WHEN 'DA'
                   ADD 1 TO CT-DELETED
               WHEN OTHER
                   ADD 1 TO CT-DELINQ
           END-EVALUATE.
           ADD CS-CURBAL TO CT-BALANCE.
           ADD CS-PASTDUE TO CT-PASTDUE.
       3850-WRITE-REPORTED.
           MOVE 'D' TO RP-RECTYPE.
           MOVE REPORT-DATE TO RP-REPDATE.
           MOVE CS-ACCOUNT-DATA TO RP-ACCOUNT-DATA.
           WRITE NEWRP-REC FROM REPORTED-DATA.
       3900-NO-ADDRESS.
           IF LOOKUP-ID NOT = LAST-EXC-ID THEN
               MOVE LOOKUP-ID TO LAST-EXC-ID
               MOVE LOOKUP-ID TO EX-ID
               MOVE 'NO ADDRESS ON FILE' TO EX-REASON
               WRITE CBEXC-REC FROM CBEXC-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-NOADDR
           END-IF.
       2600-COMPUTE-BALANCE.
           MOVE I-LOAN TO BC-LOAN.
           MOVE I-FEETOTAL TO BC-FEES.
           MOVE 0 TO BC-TOTPAID.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > I-NUMPAY
               MOVE I-PAID(SUB) TO BC-PAID
               ADD BC-PAID TO BC-TOTPAID
           END-PERFORM.
           PERFORM 2650-ACCRUE-INTEREST.
           COMPUTE BC-BALANCE = BC-LOAN + BC-INTEREST + BC-FEES
               - BC-TOTPAID.
       2650-ACCRUE-INTEREST.
           MOVE I-INTPAID TO IC-INTPAID.
           MOVE I-INTACCR TO IC-INTACCR.
           IF I-INTRATE = 0 OR I-LOANDATE = 0 THEN
               COMPUTE BC-INTEREST = IC-INTPAID + IC-INTACCR
           ELSE
               MOVE I-PRINPAID TO IC-PRINPAID
               COMPUTE IC-PRINCIPAL = BC-LOAN - IC-PRINPAID
               IF IC-PRINCIPAL < 0 THEN
                   MOVE 0 TO IC-PRINCIPAL
               END-IF
               COMPUTE IC-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(REPORT-DATE)
               IF I-INTDATE = 0 THEN
                   COMPUTE IC-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(I-LOANDATE)
               ELSE
                   COMPUTE IC-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(I-INTDATE)
               END-IF
               COMPUTE IC-DAYS = IC-TODAY-INT - IC-FROM-INT
               IF IC-DAYS < 0 THEN
                   MOVE 0 TO IC-DAYS
               END-IF
               COMPUTE BC-INTEREST ROUNDED = IC-INTPAID + IC-INTACCR
                   + IC-PRINCIPAL * I-INTRATE * IC-DAYS / 100 / 365
           END-IF.
       2900-WRITE-TRAILER.
           MOVE CT-SEGMENTS TO TR-COUNT.
           MOVE CT-CURRENT TO TR-CURRENT.
           MOVE CT-DELINQ TO TR-DELINQ.
           MOVE CT-COLLECT TO TR-COLLECT.
           MOVE CT-CHGOFF TO TR-CHGOFF.
           MOVE CT-CLOSED TO TR-CLOSED.
           MOVE CT-DELETED TO TR-DELETED.
           MOVE CT-BALANCE TO TR-BALANCE.
           MOVE CT-PASTDUE TO TR-PASTDUE.
      *    Corrections to the last monthly report. Only loans the
      *    journal shows were changed by maintenance since that report
      *    are looked at; the rest of the reported loan file is copied
      *    forward as it stands.
       5000-DISPUTE-CORRECTIONS.
           OPEN INPUT PREV-FILE.
           IF PREV-STATUS = '00' THEN
               PERFORM 2150-READ-PREVIOUS
           ELSE
               MOVE HIGH-VALUES TO PREV-KEY
           END-IF.
           IF PREV-KEY NOT = LOW-VALUES THEN
               WRITE CBEXC-REC FROM CBEXC-NOREPORT
                   AFTER ADVANCING 2 LINES
               IF PREV-STATUS = '00' THEN
                   CLOSE PREV-FILE
               END-IF
           ELSE
               MOVE PV-REPDATE TO REPORT-DATE
               PERFORM 5100-LOAD-TRIGGERS
               PERFORM 5300-CORRECT-REPORTED
               CLOSE PREV-FILE
               PERFORM 8000-PRINT-TOTALS
           END-IF.
       5100-LOAD-TRIGGERS.
           OPEN INPUT JRNL-FILE.
           IF JRNL-STATUS = '00' THEN
               PERFORM 5110-LOAD-ONE-TRIGGER
               PERFORM 5110-LOAD-ONE-TRIGGER
                   UNTIL EOF-J = 1
               CLOSE JRNL-FILE
           END-IF.
           MOVE TRG-COUNT TO CT-TRIGGERS.
       5110-LOAD-ONE-TRIGGER.
           READ JRNL-FILE INTO JRNL-DATA
               AT END MOVE 1 TO EOF-J
               NOT AT END
                   IF J-BATCHDATE NOT < REPORT-DATE THEN
                       PERFORM 5150-CHECK-JOURNAL
                   END-IF
           END-READ.
       5150-CHECK-JOURNAL.
           MOVE SPACES TO SEARCH-KEY.
           EVALUATE J-CODE
               WHEN 'A'
                   MOVE J-AFTKEY TO SEARCH-KEY
               WHEN 'D'
                   MOVE J-BEFKEY TO SEARCH-KEY
               WHEN 'C'
                   PERFORM 5160-COMPARE-TERMS
                   IF TERMS-SW = 'Y' THEN
                       MOVE J-AFTKEY TO SEARCH-KEY
                   END-IF
           END-EVALUATE.
           IF SEARCH-KEY NOT = SPACES THEN
               PERFORM 5200-FIND-TRIGGER
               IF TX = 0 AND TRG-COUNT < 2000 THEN
                   ADD 1 TO TRG-COUNT
                   MOVE SEARCH-KEY TO TG-LOANKEY(TRG-COUNT)
               END-IF
           END-IF.
      *    A change counts as maintenance when it touches the loan
      *    terms, the deferment, or the due-date schedule - posting
      *    runs change only the paid, fee, interest and charge-off
      *    fields, and those reach the bureau with the next month.
       5160-COMPARE-TERMS.
           MOVE J-BEFORE TO JB-IMAGE.
           MOVE J-AFTER TO JA-IMAGE.
           MOVE 'N' TO TERMS-SW.
           IF JB-TERMS NOT = JA-TERMS
                   OR JB-DEFER NOT = JA-DEFER THEN
               MOVE 'Y' TO TERMS-SW
           END-IF.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 12
               IF JB-DUEDATE(SUB) NOT = JA-DUEDATE(SUB) THEN
                   MOVE 'Y' TO TERMS-SW
               END-IF
           END-PERFORM.
       5200-FIND-TRIGGER.
           MOVE 0 TO TX.
           PERFORM VARYING PS FROM 1 BY 1
               UNTIL PS > TRG-COUNT
               IF TG-LOANKEY(PS) = SEARCH-KEY THEN
                   MOVE PS TO TX
               END-IF
           END-PERFORM.
       5300-CORRECT-REPORTED.
           OPEN INPUT MASTER-FILE
               OUTPUT CBCOR-FILE
               OUTPUT NEWRP-FILE.
           PERFORM 1700-OPEN-ADDRESSES.
           MOVE REPORT-DATE TO HD-ACTIVITY-DATE.
           MOVE CURRENT-DATE TO HD-CREATED-DATE.
           MOVE 'C' TO HD-FILETYPE.
           WRITE CBCOR-REC FROM CB-HEADER.
           WRITE NEWRP-REC FROM PREV-REC.
           PERFORM 2150-READ-PREVIOUS.
           PERFORM 5400-CORRECT-LOOP
               UNTIL PREV-KEY = HIGH-VALUES.
           PERFORM 2900-WRITE-TRAILER.
           WRITE CBCOR-REC FROM CB-TRAILER.
           CLOSE MASTER-FILE
               CBCOR-FILE
               NEWRP-FILE.
           PERFORM 1750-CLOSE-ADDRESSES.
       5400-CORRECT-LOOP.
           MOVE PREV-KEY TO SEARCH-KEY.
           PERFORM 5200-FIND-TRIGGER.
           IF TX = 0 THEN
               WRITE NEWRP-REC FROM PREV-REC
           ELSE
               PERFORM 5500-CORRECT-LOAN
           END-IF.
           PERFORM 2150-READ-PREVIOUS.
       5500-CORRECT-LOAN.
           MOVE 'Y' TO PREV-FOUND.
           MOVE PV-LOANKEY TO I-LOANKEY.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO MASTER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND
           END-READ.
           IF MASTER-FOUND = 'Y' THEN
               PERFORM 3500-BUILD-SEGMENT
               MOVE I-STUDENT-ID TO LOOKUP-ID
               PERFORM 3700-GET-ADDRESS
           ELSE
               MOVE PV-LOANKEY TO SEARCH-KEY
               PERFORM 1220-FIND-ARCHIVE
               PERFORM 3150-BUILD-GONE-SEGMENT
               IF AX = 0 THEN
                   MOVE 'Y' TO ADDR-FOUND
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CS-ACCOUNT-DATA = PV-ACCOUNT-DATA
                   WRITE NEWRP-REC FROM PREV-REC
               WHEN ADDR-FOUND = 'N'
                   MOVE CS-NAME TO EX-NAME
                   PERFORM 3900-NO-ADDRESS
                   WRITE NEWRP-REC FROM PREV-REC
               WHEN OTHER
                   MOVE 'C' TO CS-RECTYPE
                   WRITE CBCOR-REC FROM CB-SEGMENT
                   PERFORM 3800-COUNT-SEGMENT
                   IF CS-STATUS NOT = 'DA' THEN
                       PERFORM 3850-WRITE-REPORTED
                   END-IF
           END-EVALUATE.
       8000-PRINT-TOTALS.
           MOVE SPACES TO CBEXC-REC.
           WRITE CBEXC-REC
               AFTER ADVANCING 2 LINES.
           IF CB-FUNC = 'M' THEN
               MOVE CT-READ TO EX-CTREAD
               WRITE CBEXC-REC FROM CBEXC-TOT-READ
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE CT-TRIGGERS TO EX-CTTRG
               WRITE CBEXC-REC FROM CBEXC-TOT-TRG
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE CT-SEGMENTS TO EX-CTSEG.
           WRITE CBEXC-REC FROM CBEXC-TOT-SEG
               AFTER ADVANCING 1 LINE.
           MOVE CT-CURRENT TO EX-CTCUR.
           WRITE CBEXC-REC FROM CBEXC-TOT-CUR
               AFTER ADVANCING 1 LINE.
           MOVE CT-DELINQ TO EX-CTDLQ.
           WRITE CBEXC-REC FROM CBEXC-TOT-DLQ
               AFTER ADVANCING 1 LINE.
           MOVE CT-COLLECT TO EX-CTCOL.
           WRITE CBEXC-REC FROM CBEXC-TOT-COL
               AFTER ADVANCING 1 LINE.
           MOVE CT-CHGOFF TO EX-CTCHG.
           WRITE CBEXC-REC FROM CBEXC-TOT-CHG
               AFTER ADVANCING 1 LINE.
           MOVE CT-CLOSED TO EX-CTCLS.
           WRITE CBEXC-REC FROM CBEXC-TOT-CLS
               AFTER ADVANCING 1 LINE.
           MOVE CT-DELETED TO EX-CTDEL.
           WRITE CBEXC-REC FROM CBEXC-TOT-DEL
               AFTER ADVANCING 1 LINE.
           MOVE CT-BALANCE TO EX-BAL.
           WRITE CBEXC-REC FROM CBEXC-TOT-BAL
               AFTER ADVANCING 1 LINE.
           MOVE CT-PASTDUE TO EX-PDUE.
           WRITE CBEXC-REC FROM CBEXC-TOT-PDUE
               AFTER ADVANCING 1 LINE.
           MOVE CT-NOADDR TO EX-CTNOADR.
           WRITE CBEXC-REC FROM CBEXC-TOT-NOADR
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab5cbr.
