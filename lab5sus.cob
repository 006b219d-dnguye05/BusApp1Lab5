      ******************************************************************
      *Author: David Nguyen
      *Date: October 14, 2026
      *Purpose: lab5sus
      *Unapplied cash run. Works the cumulative payment suspense file
      *(DA-S-PSUSP) that lab5pay appends unmatched receipts and
      *unapplied remainders to, so unapplied money can no longer
      *drop out of sight. Resolutions keyed by the cashier office
      *(DA-S-SUSRS: suspense item number, action, and for a redirect
      *the correct student ID) are loaded first, then every item on
      *the suspense file is read and either resolved or carried
      *forward to the new suspense generation (DA-S-PSUSPN, the same
      *old/new generation pattern as DA-S-TSUSP/TSUSPN):
      *  R  redirect - the money belongs to another borrower. The
      *     new student ID must have a loan on DA-S-MASTR. The item
      *     goes out as a receipt for the new ID, at its original
      *     payment date (today, if that date is not valid).
      *  A  apply - the loan has been found (set up, or an
      *     installment has come due). The item's student ID must
      *     have a loan on DA-S-MASTR. The item goes out as a
      *     receipt for that ID, dated today.
      *  X  return - the money goes back to the payer. The item is
      *     written to the return voucher file (UR-S-SUSRT) for
      *     accounts payable to refund.
      *Redirected and applied items are written as receipts in
      *DA-S-RCPTS format to DA-S-SRCPT, wrapped in the same batch
      *header/trailer lab5pay verifies, so they post through
      *lab5pay's edited, journaled path exactly as any other
      *receipt - and anything lab5pay still cannot apply comes back
      *into suspense as a new item. A resolution that fails its
      *edits leaves the item open. The register (UR-S-SUSRG) lists
      *every resolution taken or rejected, and resolutions naming
      *an item not on the suspense file.
      *Suspense items written before items were numbered are given
      *an item number from the control file DA-S-SUSNO as they are
      *carried forward, and are dated as suspended on their payment
      *date.
      *Every item left open is listed on the unapplied cash aging
      *report (UR-S-SUSAG) by days held since it was suspended, with
      *count and amount totals for each aging bucket. The total of
      *the open items is the unapplied cash liability lab5 books to
      *the GL.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5sus.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSRS-FILE ASSIGN TO 'DA-S-SUSRS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSRS-STATUS.
           SELECT SUSPIN-FILE ASSIGN TO 'DA-S-PSUSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-STATUS.
           SELECT SUSPOUT-FILE ASSIGN TO 'DA-S-PSUSPN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT SRCPT-FILE ASSIGN TO 'DA-S-SRCPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSRT-FILE ASSIGN TO 'UR-S-SUSRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSRG-FILE ASSIGN TO 'UR-S-SUSRG'.
           SELECT SUSAG-FILE ASSIGN TO 'UR-S-SUSAG'.
           SELECT SUSNO-FILE ASSIGN TO 'DA-S-SUSNO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSNO-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSRS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SUSRS-REC.
           03 SR-ITEMNO PIC 9(6).
           03 SR-ACTION PIC X(1).
           03 SR-NEWID PIC 9(6).
       FD  SUSPIN-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SUSPIN-REC PIC X(75).
       FD  SUSPOUT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SUSPOUT-REC PIC X(75).
       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY LOANREC.
       FD  SRCPT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SRCPT-REC PIC X(21).
       FD  SUSRT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SUSRT-REC PIC X(50).
       FD  SUSRG-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSRG-REC PIC X(100).
       FD  SUSAG-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSAG-REC PIC X(100).
       FD  SUSNO-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSNO-REC PIC X(6).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  SUSP-DATA.
           COPY SUSPREC.
       01  SRCPT-DATA.
           03 SC-STUDENT-ID PIC 9(6).
           03 SC-PAYDATE PIC 9(8).
           03 SC-AMOUNT PIC 9(5)V9(2).
       01  SRCPT-HDR.
           03 FILLER PIC X(1) VALUE 'H'.
           03 SH-BATCHDATE PIC 9(8).
           03 FILLER PIC X(12) VALUE SPACES.
       01  SRCPT-TRL.
           03 FILLER PIC X(1) VALUE 'T'.
           03 ST-COUNT PIC 9(6).
           03 ST-AMOUNT PIC 9(9)V9(2).
           03 FILLER PIC X(3) VALUE SPACES.
       01  SUSRT-DATA.
           03 RT-STUDENT-ID PIC 9(6).
           03 RT-ITEMNO PIC 9(6).
           03 RT-PAYDATE PIC 9(8).
           03 RT-AMOUNT PIC 9(5)V9(2).
           03 RT-RETDATE PIC 9(8).
           03 FILLER PIC X(15) VALUE SPACES.
       01  SUSRG-HEADING.
           03 FILLER PIC X(36) VALUE
               'UNAPPLIED CASH RESOLUTION REGISTER'.
           03 FILLER PIC X(6) VALUE '  RUN '.
           03 RG-RUNDATE PIC 9(8).
       01  SUSRG-COLHEAD.
           03 FILLER PIC X(8) VALUE 'ITEM'.
           03 FILLER PIC X(4) VALUE 'ACT'.
           03 FILLER PIC X(8) VALUE 'ID'.
           03 FILLER PIC X(8) VALUE 'NEW ID'.
           03 FILLER PIC X(12) VALUE 'AMOUNT'.
           03 FILLER PIC X(30) VALUE 'DISPOSITION'.
       01  SUSRG-DETAIL.
           03 RG-ITEMNO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-ACTION PIC X(1).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RG-ID PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-NEWID PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-AMOUNT PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-DISP PIC X(30).
       01  SUSRG-TOT-READ.
           03 FILLER PIC X(28) VALUE 'SUSPENSE ITEMS READ'.
           03 RG-CTREAD PIC ZZZZ9.
       01  SUSRG-TOT-RES.
           03 FILLER PIC X(28) VALUE 'RESOLUTIONS READ'.
           03 RG-CTRES PIC ZZZZ9.
       01  SUSRG-TOT-REDIR.
           03 FILLER PIC X(28) VALUE 'REDIRECTED'.
           03 RG-CTREDIR PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-AMREDIR PIC $$$,$$$,$$9.99.
       01  SUSRG-TOT-APPL.
           03 FILLER PIC X(28) VALUE 'RELEASED FOR APPLICATION'.
           03 RG-CTAPPL PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-AMAPPL PIC $$$,$$$,$$9.99.
       01  SUSRG-TOT-RETN.
           03 FILLER PIC X(28) VALUE 'RETURNED TO PAYER'.
           03 RG-CTRETN PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-AMRETN PIC $$$,$$$,$$9.99.
       01  SUSRG-TOT-REJ.
           03 FILLER PIC X(28) VALUE 'RESOLUTIONS REJECTED'.
           03 RG-CTREJ PIC ZZZZ9.
       01  SUSRG-TOT-OPEN.
           03 FILLER PIC X(28) VALUE 'ITEMS CARRIED FORWARD'.
           03 RG-CTOPEN PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-AMOPEN PIC $$$,$$$,$$9.99.
       01  SUSAG-HEADING.
           03 FILLER PIC X(32) VALUE 'UNAPPLIED CASH AGING REPORT'.
           03 FILLER PIC X(6) VALUE '  RUN '.
           03 AG-RUNDATE PIC 9(8).
       01  SUSAG-COLHEAD.
           03 FILLER PIC X(8) VALUE 'ITEM'.
           03 FILLER PIC X(8) VALUE 'ID'.
           03 FILLER PIC X(10) VALUE 'PAY DATE'.
           03 FILLER PIC X(10) VALUE 'SUSPENDED'.
           03 FILLER PIC X(7) VALUE 'DAYS'.
           03 FILLER PIC X(11) VALUE 'AMOUNT'.
           03 FILLER PIC X(40) VALUE 'REASON'.
       01  SUSAG-DETAIL.
           03 AG-ITEMNO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AG-ID PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AG-PAYDATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AG-SUSPDATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AG-DAYS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AG-AMOUNT PIC ZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AG-REASON PIC X(40).
       01  SUSAG-BUCKET-HEAD.
           03 FILLER PIC X(20) VALUE 'DAYS HELD'.
           03 FILLER PIC X(8) VALUE 'ITEMS'.
           03 FILLER PIC X(14) VALUE 'AMOUNT'.
       01  SUSAG-BUCKET-LINE.
           03 AG-BKTNAME PIC X(20).
           03 AG-BKTCOUNT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AG-BKTAMT PIC $$$,$$$,$$9.99.
       01  AGING-BUCKET-NAMES.
           03 FILLER PIC X(20) VALUE '0-30 DAYS'.
           03 FILLER PIC X(20) VALUE '31-60 DAYS'.
           03 FILLER PIC X(20) VALUE '61-90 DAYS'.
           03 FILLER PIC X(20) VALUE 'OVER 90 DAYS'.
           03 FILLER PIC X(20) VALUE 'TOTAL UNAPPLIED'.
       01  AGING-BUCKET-TABLE REDEFINES AGING-BUCKET-NAMES.
           03 AB-NAME PIC X(20) OCCURS 5 TIMES.
       01  AGING-BUCKETS.
           03 AB-ENTRY OCCURS 5 TIMES.
               05 AB-COUNT PIC 9(5).
               05 AB-AMOUNT PIC 9(9)V9(2).
       01  AGING-CALC.
           03 AC-TODAY-INT PIC 9(7).
           03 AC-SUSP-INT PIC 9(7).
           03 AC-DAYS PIC S9(6).
           03 AC-BKT PIC 9.
       01  RESOLUTION-TABLE.
           03 RL-COUNT PIC 9(4) VALUE 0.
           03 RL-ENTRY OCCURS 1000 TIMES.
               05 RL-ITEMNO PIC 9(6).
               05 RL-ACTION PIC X(1).
               05 RL-NEWID PIC 9(6).
               05 RL-USED-SW PIC X(1).
       01  MISC.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 SUSRS-STATUS PIC X(2).
           03 SUSP-STATUS PIC X(2).
           03 MSTR-STATUS PIC X(2).
           03 SUSNO-STATUS PIC X(2).
           03 NEXT-ITEMNO PIC 9(6) VALUE 0.
           03 LOOKUP-ID PIC 9(6).
           03 FOUND-SW PIC X(1).
           03 EDIT-SW PIC X(1).
           03 EDIT-REASON PIC X(30).
           03 WORK-REASON PIC X(30).
           03 RX PIC 9(4).
           03 RS PIC 9(4).
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       01  SUS-COUNTS.
           03 CT-READ PIC 9(5) VALUE 0.
           03 CT-REDIR PIC 9(5) VALUE 0.
           03 CT-APPL PIC 9(5) VALUE 0.
           03 CT-RETN PIC 9(5) VALUE 0.
           03 CT-REJ PIC 9(5) VALUE 0.
           03 CT-OPEN PIC 9(5) VALUE 0.
           03 CT-RCPT PIC 9(6) VALUE 0.
           03 AMT-REDIR PIC 9(9)V9(2) VALUE 0.
           03 AMT-APPL PIC 9(9)V9(2) VALUE 0.
           03 AMT-RETN PIC 9(9)V9(2) VALUE 0.
           03 AMT-OPEN PIC 9(9)V9(2) VALUE 0.
           03 AMT-RCPT PIC 9(9)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-RESOLUTIONS.
           MOVE CURRENT-DATE TO SH-BATCHDATE.
           WRITE SRCPT-REC FROM SRCPT-HDR.
           OPEN INPUT SUSPIN-FILE.
           IF SUSP-STATUS = '00' THEN
               PERFORM 2000-READ-SUSPENSE
               PERFORM 3000-SUSPENSE-LOOP
                   UNTIL EOF-S = 1
               CLOSE SUSPIN-FILE
           END-IF.
           PERFORM 5000-UNMATCHED-RESOLUTION
               VARYING RX FROM 1 BY 1
               UNTIL RX > RL-COUNT.
           MOVE CT-RCPT TO ST-COUNT.
           MOVE AMT-RCPT TO ST-AMOUNT.
           WRITE SRCPT-REC FROM SRCPT-TRL.
           PERFORM 8000-PRINT-TOTALS.
           PERFORM 8200-PRINT-AGING-TOTALS.
           PERFORM 8500-SAVE-ITEMNO.
           CLOSE SUSPOUT-FILE
               MASTER-FILE
               SRCPT-FILE
               SUSRT-FILE
               SUSRG-FILE
               SUSAG-FILE.
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
               DISPLAY 'LAB5SUS STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1000-INITIALIZE.
           PERFORM 050-READ-BUSINESS-DATE.
           COMPUTE AC-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE).
           OPEN INPUT MASTER-FILE.
           IF MSTR-STATUS NOT = '00' THEN
               DISPLAY 'LAB5SUS STOPPED - DA-S-MASTR NOT AVAILABLE - '
                   'STATUS ' MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUSPOUT-FILE
               OUTPUT SRCPT-FILE
               OUTPUT SUSRT-FILE
               OUTPUT SUSRG-FILE
               OUTPUT SUSAG-FILE.
           MOVE CURRENT-DATE TO RG-RUNDATE.
           WRITE SUSRG-REC FROM SUSRG-HEADING
               AFTER ADVANCING PAGE.
           WRITE SUSRG-REC FROM SUSRG-COLHEAD
               AFTER ADVANCING 2 LINES.
           MOVE CURRENT-DATE TO AG-RUNDATE.
           WRITE SUSAG-REC FROM SUSAG-HEADING
               AFTER ADVANCING PAGE.
           WRITE SUSAG-REC FROM SUSAG-COLHEAD
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING AC-BKT FROM 1 BY 1
               UNTIL AC-BKT > 5
               MOVE 0 TO AB-COUNT(AC-BKT)
               MOVE 0 TO AB-AMOUNT(AC-BKT)
           END-PERFORM.
           OPEN INPUT SUSNO-FILE.
           IF SUSNO-STATUS = '00' THEN
               READ SUSNO-FILE
                   AT END MOVE 0 TO NEXT-ITEMNO
                   NOT AT END MOVE SUSNO-REC TO NEXT-ITEMNO
               END-READ
               CLOSE SUSNO-FILE
           END-IF.
       1100-LOAD-RESOLUTIONS.
           OPEN INPUT SUSRS-FILE.
           IF SUSRS-STATUS = '00' THEN
               PERFORM 1150-LOAD-ONE-RESOLUTION
               PERFORM 1150-LOAD-ONE-RESOLUTION
                   UNTIL EOF-R = 1
               CLOSE SUSRS-FILE
           END-IF.
       1150-LOAD-ONE-RESOLUTION.
           READ SUSRS-FILE
               AT END MOVE 1 TO EOF-R
               NOT AT END
                   IF RL-COUNT < 1000 THEN
                       ADD 1 TO RL-COUNT
                       MOVE SR-ITEMNO TO RL-ITEMNO(RL-COUNT)
                       MOVE SR-ACTION TO RL-ACTION(RL-COUNT)
                       MOVE SR-NEWID TO RL-NEWID(RL-COUNT)
                       MOVE 'N' TO RL-USED-SW(RL-COUNT)
                   ELSE
                       MOVE SR-ITEMNO TO RG-ITEMNO
                       MOVE SR-ACTION TO RG-ACTION
                       MOVE SPACES TO RG-ID
                       MOVE SR-NEWID TO RG-NEWID
                       MOVE 0 TO RG-AMOUNT
                       MOVE 'TABLE FULL - RESUBMIT' TO RG-DISP
                       ADD 1 TO CT-REJ
                       WRITE SUSRG-REC FROM SUSRG-DETAIL
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.
       2000-READ-SUSPENSE.
           READ SUSPIN-FILE INTO SUSP-DATA
               AT END MOVE 1 TO EOF-S.
       3000-SUSPENSE-LOOP.
           ADD 1 TO CT-READ.
           IF SP-ITEMNO NOT NUMERIC OR SP-ITEMNO = 0 THEN
               ADD 1 TO NEXT-ITEMNO
               MOVE NEXT-ITEMNO TO SP-ITEMNO
               IF SP-PAYDATE NUMERIC THEN
                   MOVE SP-PAYDATE TO SP-SUSPDATE
               ELSE
                   MOVE CURRENT-DATE TO SP-SUSPDATE
               END-IF
           END-IF.
           PERFORM 3100-FIND-RESOLUTION.
           IF RX = 0 THEN
               PERFORM 3900-CARRY-FORWARD
           ELSE
               PERFORM 4000-RESOLVE-ITEM
           END-IF.
           PERFORM 2000-READ-SUSPENSE.
      *    The first resolution keyed for the item is taken; any more
      *    for the same item are listed and ignored.
       3100-FIND-RESOLUTION.
           MOVE 0 TO RX.
           PERFORM VARYING RS FROM 1 BY 1
               UNTIL RS > RL-COUNT
               IF RL-ITEMNO(RS) = SP-ITEMNO
                       AND RL-USED-SW(RS) = 'N' THEN
                   MOVE 'Y' TO RL-USED-SW(RS)
                   IF RX = 0 THEN
                       MOVE RS TO RX
                   ELSE
                       MOVE SP-ITEMNO TO RG-ITEMNO
                       MOVE RL-ACTION(RS) TO RG-ACTION
                       MOVE SP-STUDENT-ID TO RG-ID
                       MOVE RL-NEWID(RS) TO RG-NEWID
                       MOVE 0 TO RG-AMOUNT
                       MOVE 'DUPLICATE RESOLUTION - IGNORED'
                           TO RG-DISP
                       ADD 1 TO CT-REJ
                       WRITE SUSRG-REC FROM SUSRG-DETAIL
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-PERFORM.
      *    An open item is written to the new generation and aged by
      *    days held since it was suspended.
       3900-CARRY-FORWARD.
           WRITE SUSPOUT-REC FROM SUSP-DATA.
           ADD 1 TO CT-OPEN.
           IF SP-AMOUNT NUMERIC THEN
               ADD SP-AMOUNT TO AMT-OPEN
           END-IF.
           MOVE 0 TO AC-DAYS.
           IF SP-SUSPDATE NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(SP-SUSPDATE) = 0 THEN
                   COMPUTE AC-SUSP-INT =
                       FUNCTION INTEGER-OF-DATE(SP-SUSPDATE)
                   COMPUTE AC-DAYS = AC-TODAY-INT - AC-SUSP-INT
               END-IF
           END-IF.
           IF AC-DAYS < 0 THEN
               MOVE 0 TO AC-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN AC-DAYS <= 30
                   MOVE 1 TO AC-BKT
               WHEN AC-DAYS <= 60
                   MOVE 2 TO AC-BKT
               WHEN AC-DAYS <= 90
                   MOVE 3 TO AC-BKT
               WHEN OTHER
                   MOVE 4 TO AC-BKT
           END-EVALUATE.
           ADD 1 TO AB-COUNT(AC-BKT).
           ADD 1 TO AB-COUNT(5).
           MOVE SP-ITEMNO TO AG-ITEMNO.
           MOVE SP-STUDENT-ID TO AG-ID.
           MOVE SP-PAYDATE TO AG-PAYDATE.
           MOVE SP-SUSPDATE TO AG-SUSPDATE.
           MOVE AC-DAYS TO AG-DAYS.
           IF SP-AMOUNT NUMERIC THEN
               MOVE SP-AMOUNT TO AG-AMOUNT
               ADD SP-AMOUNT TO AB-AMOUNT(AC-BKT)
               ADD SP-AMOUNT TO AB-AMOUNT(5)
           ELSE
               MOVE 0 TO AG-AMOUNT
           END-IF.
           MOVE SP-REASON TO AG-REASON.
           WRITE SUSAG-REC FROM SUSAG-DETAIL
               AFTER ADVANCING 1 LINE.
       4000-RESOLVE-ITEM.
           PERFORM 4100-EDIT-RESOLUTION.
           MOVE SP-ITEMNO TO RG-ITEMNO.
           MOVE RL-ACTION(RX) TO RG-ACTION.
           MOVE SP-STUDENT-ID TO RG-ID.
           IF RL-ACTION(RX) = 'R' THEN
               MOVE RL-NEWID(RX) TO RG-NEWID
           ELSE
               MOVE SPACES TO RG-NEWID
           END-IF.
           IF SP-AMOUNT NUMERIC THEN
               MOVE SP-AMOUNT TO RG-AMOUNT
           ELSE
               MOVE 0 TO RG-AMOUNT
           END-IF.
           IF EDIT-SW = 'Y' THEN
               EVALUATE RL-ACTION(RX)
                   WHEN 'R'
                       MOVE RL-NEWID(RX) TO SC-STUDENT-ID
                       MOVE CURRENT-DATE TO SC-PAYDATE
                       IF SP-PAYDATE NUMERIC THEN
                           IF FUNCTION TEST-DATE-YYYYMMDD(SP-PAYDATE)
                                   = 0 THEN
                               MOVE SP-PAYDATE TO SC-PAYDATE
                           END-IF
                       END-IF
                       PERFORM 4500-WRITE-RECEIPT
                       ADD 1 TO CT-REDIR
                       ADD SP-AMOUNT TO AMT-REDIR
                       MOVE 'REDIRECTED - RECEIPT WRITTEN' TO RG-DISP
                   WHEN 'A'
                       MOVE SP-STUDENT-ID TO SC-STUDENT-ID
                       MOVE CURRENT-DATE TO SC-PAYDATE
                       PERFORM 4500-WRITE-RECEIPT
                       ADD 1 TO CT-APPL
                       ADD SP-AMOUNT TO AMT-APPL
                       MOVE 'RELEASED - RECEIPT WRITTEN' TO RG-DISP
                   WHEN 'X'
                       PERFORM 4600-WRITE-RETURN
                       ADD 1 TO CT-RETN
                       ADD SP-AMOUNT TO AMT-RETN
                       MOVE 'RETURNED TO PAYER' TO RG-DISP
               END-EVALUATE
           ELSE
               ADD 1 TO CT-REJ
               MOVE EDIT-REASON TO RG-DISP
               PERFORM 3900-CARRY-FORWARD
           END-IF.
           WRITE SUSRG-REC FROM SUSRG-DETAIL
               AFTER ADVANCING 1 LINE.
       4100-EDIT-RESOLUTION.
           MOVE 'Y' TO EDIT-SW.
           MOVE SPACES TO EDIT-REASON.
           IF SP-AMOUNT NOT NUMERIC THEN
               MOVE 'ITEM AMOUNT INVALID' TO WORK-REASON
               PERFORM 4190-FLAG-ERROR
           ELSE
               IF SP-AMOUNT = 0 THEN
                   MOVE 'ITEM AMOUNT INVALID' TO WORK-REASON
                   PERFORM 4190-FLAG-ERROR
               END-IF
           END-IF.
           EVALUATE RL-ACTION(RX)
               WHEN 'R'
                   IF RL-NEWID(RX) NOT NUMERIC THEN
                       MOVE 'INVALID NEW STUDENT ID' TO WORK-REASON
                       PERFORM 4190-FLAG-ERROR
                   ELSE
                       MOVE RL-NEWID(RX) TO LOOKUP-ID
                       PERFORM 4200-FIND-BORROWER
                       IF FOUND-SW = 'N' THEN
                           MOVE 'NEW ID HAS NO MASTER RECORD'
                               TO WORK-REASON
                           PERFORM 4190-FLAG-ERROR
                       END-IF
                   END-IF
               WHEN 'A'
                   IF SP-STUDENT-ID NOT NUMERIC THEN
                       MOVE 'NO MASTER RECORD' TO WORK-REASON
                       PERFORM 4190-FLAG-ERROR
                   ELSE
                       MOVE SP-STUDENT-ID TO LOOKUP-ID
                       PERFORM 4200-FIND-BORROWER
                       IF FOUND-SW = 'N' THEN
                           MOVE 'NO MASTER RECORD' TO WORK-REASON
                           PERFORM 4190-FLAG-ERROR
                       END-IF
                   END-IF
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WORK-REASON
                   PERFORM 4190-FLAG-ERROR
           END-EVALUATE.
       4190-FLAG-ERROR.
           IF EDIT-SW = 'Y' THEN
               MOVE WORK-REASON TO EDIT-REASON
               MOVE 'N' TO EDIT-SW
           END-IF.
      *    A borrower is on file if the master has any loan under the
      *    student ID.
       4200-FIND-BORROWER.
           MOVE 'N' TO FOUND-SW.
           MOVE LOOKUP-ID TO I-STUDENT-ID.
           MOVE 0 TO I-LOANSEQ.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 'N' TO FOUND-SW
               NOT INVALID KEY
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO FOUND-SW
                       NOT AT END
                           IF I-STUDENT-ID = LOOKUP-ID THEN
                               MOVE 'Y' TO FOUND-SW
                           END-IF
                   END-READ
           END-START.
       4500-WRITE-RECEIPT.
           MOVE SP-AMOUNT TO SC-AMOUNT.
           WRITE SRCPT-REC FROM SRCPT-DATA.
           ADD 1 TO CT-RCPT.
           ADD SP-AMOUNT TO AMT-RCPT.
       4600-WRITE-RETURN.
           MOVE SP-STUDENT-ID TO RT-STUDENT-ID.
           MOVE SP-ITEMNO TO RT-ITEMNO.
           MOVE SP-PAYDATE TO RT-PAYDATE.
           MOVE SP-AMOUNT TO RT-AMOUNT.
           MOVE CURRENT-DATE TO RT-RETDATE.
           WRITE SUSRT-REC FROM SUSRT-DATA.
       5000-UNMATCHED-RESOLUTION.
           IF RL-USED-SW(RX) = 'N' THEN
               MOVE RL-ITEMNO(RX) TO RG-ITEMNO
               MOVE RL-ACTION(RX) TO RG-ACTION
               MOVE SPACES TO RG-ID
               MOVE RL-NEWID(RX) TO RG-NEWID
               MOVE 0 TO RG-AMOUNT
               MOVE 'ITEM NOT IN SUSPENSE' TO RG-DISP
               ADD 1 TO CT-REJ
               WRITE SUSRG-REC FROM SUSRG-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.
       8000-PRINT-TOTALS.
           MOVE SPACES TO SUSRG-REC.
           WRITE SUSRG-REC
               AFTER ADVANCING 2 LINES.
           MOVE CT-READ TO RG-CTREAD.
           WRITE SUSRG-REC FROM SUSRG-TOT-READ
               AFTER ADVANCING 1 LINE.
           MOVE RL-COUNT TO RG-CTRES.
           WRITE SUSRG-REC FROM SUSRG-TOT-RES
               AFTER ADVANCING 1 LINE.
           MOVE CT-REDIR TO RG-CTREDIR.
           MOVE AMT-REDIR TO RG-AMREDIR.
           WRITE SUSRG-REC FROM SUSRG-TOT-REDIR
               AFTER ADVANCING 1 LINE.
           MOVE CT-APPL TO RG-CTAPPL.
           MOVE AMT-APPL TO RG-AMAPPL.
           WRITE SUSRG-REC FROM SUSRG-TOT-APPL
               AFTER ADVANCING 1 LINE.
           MOVE CT-RETN TO RG-CTRETN.
           MOVE AMT-RETN TO RG-AMRETN.
           WRITE SUSRG-REC FROM SUSRG-TOT-RETN
               AFTER ADVANCING 1 LINE.
           MOVE CT-REJ TO RG-CTREJ.
           WRITE SUSRG-REC FROM SUSRG-TOT-REJ
               AFTER ADVANCING 1 LINE.
           MOVE CT-OPEN TO RG-CTOPEN.
           MOVE AMT-OPEN TO RG-AMOPEN.
           WRITE SUSRG-REC FROM SUSRG-TOT-OPEN
               AFTER ADVANCING 1 LINE.
       8200-PRINT-AGING-TOTALS.
           WRITE SUSAG-REC FROM SUSAG-BUCKET-HEAD
               AFTER ADVANCING 3 LINES.
           PERFORM VARYING AC-BKT FROM 1 BY 1
               UNTIL AC-BKT > 5
               MOVE AB-NAME(AC-BKT) TO AG-BKTNAME
               MOVE AB-COUNT(AC-BKT) TO AG-BKTCOUNT
               MOVE AB-AMOUNT(AC-BKT) TO AG-BKTAMT
               WRITE SUSAG-REC FROM SUSAG-BUCKET-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
       8500-SAVE-ITEMNO.
           OPEN OUTPUT SUSNO-FILE.
           MOVE NEXT-ITEMNO TO SUSNO-REC.
           WRITE SUSNO-REC.
           CLOSE SUSNO-FILE.
       END PROGRAM lab5sus.
