      ******************************************************************
      *Author: David Nguyen
      *Date: October 14, 2026
      *Purpose: lab5lbx
      *Bank lockbox interface. Borrowers mail their payments with the
      *tear-off remittance coupon lab5stm prints on every statement,
      *and the bank sends the day's deposits as a fixed-format file
      *(DA-S-LOCKB): an 'H' record carrying the deposit date, one
      *'D' record per item with the bank's item number, the coupon's
      *OCR scan line as read (student ID, amount due in cents, check
      *digit), and the amount of the check, and a 'T' record with
      *the item count and an amount hash. The whole file is verified
      *before anything is written: if the header or trailer is
      *missing, the deposit date is not a valid date, or the counts
      *or totals of the 'D' records do not tie, the deposit is
      *rejected with return code 8 and a balancing report, and no
      *receipt batch is built.
      *Each item's scan line is then edited: a scan line that did not
      *read cleanly (any field not numeric) or whose mod-10 check
      *digit does not verify over the student ID and amount due, a
      *check amount that is missing or zero, or a check larger than
      *a single receipt can carry is not batched - it is listed on
      *the lockbox exception report (UR-S-LBXEX) with its item number
      *and the reason, to be worked by hand from the coupon. A
      *record of any type other than H, D or T is listed there as
      *well. Every
      *good item is written as a receipt to DA-S-LRCPT in DA-S-RCPTS
      *format - student ID from the scan line, the deposit date, and
      *the check amount (what the borrower actually sent, not the
      *amount due printed on the coupon) - wrapped in the same batch
      *header/trailer lab5pay verifies, so lockbox payments post
      *through lab5pay's same edited, registered path as walk-in
      *cash and settled ACH debits.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5lbx.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKB-FILE ASSIGN TO 'DA-S-LOCKB'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LRCPT-FILE ASSIGN TO 'DA-S-LRCPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LBXEX-FILE ASSIGN TO 'UR-S-LBXEX'.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKB-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  LOCKB-REC.
           03 LB-RECTYPE PIC X(1).
           03 LB-ITEM PIC 9(6).
           03 LB-SCANLINE.
               05 LB-SCANID PIC 9(6).
               05 FILLER PIC X(1).
               05 LB-SCANAMT PIC 9(9).
               05 FILLER PIC X(1).
               05 LB-SCANCHK PIC 9(1).
           03 LB-CHKAMT PIC 9(7)V9(2).
       01  LOCKB-REC-HDR.
           03 FILLER PIC X(1).
           03 LBH-DEPDATE PIC 9(8).
           03 FILLER PIC X(25).
       01  LOCKB-REC-TRL.
           03 FILLER PIC X(1).
           03 LBT-COUNT PIC 9(6).
           03 LBT-AMOUNT PIC 9(9)V9(2).
           03 FILLER PIC X(16).
       FD  LRCPT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  LRCPT-REC PIC X(21).
       FD  LBXEX-FILE
               LABEL RECORDS ARE OMITTED.
       01  LBXEX-REC PIC X(100).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  LRCPT-DATA.
           03 LR-STUDENT-ID PIC 9(6).
           03 LR-PAYDATE PIC 9(8).
           03 LR-AMOUNT PIC 9(5)V9(2).
       01  LRCPT-HDR.
           03 FILLER PIC X(1) VALUE 'H'.
           03 LH-BATCHDATE PIC 9(8).
           03 FILLER PIC X(12) VALUE SPACES.
       01  LRCPT-TRL.
           03 FILLER PIC X(1) VALUE 'T'.
           03 LT-COUNT PIC 9(6).
           03 LT-AMOUNT PIC 9(9)V9(2).
           03 FILLER PIC X(3) VALUE SPACES.
       01  LBXEX-HEADING.
           03 FILLER PIC X(26) VALUE 'LOCKBOX EXCEPTION REPORT  '.
           03 FILLER PIC X(9) VALUE 'DEPOSIT '.
           03 EX-DEPDATE PIC 9(8).
           03 FILLER PIC X(6) VALUE '  RUN '.
           03 EX-RUNDATE PIC 9(8).
       01  LBXEX-COLHEAD.
           03 FILLER PIC X(8) VALUE 'ITEM'.
           03 FILLER PIC X(20) VALUE 'SCAN LINE'.
           03 FILLER PIC X(14) VALUE 'CHECK AMOUNT'.
           03 FILLER PIC X(30) VALUE 'REASON'.
       01  LBXEX-DETAIL.
           03 EX-ITEM PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-SCANLINE PIC X(18).
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-CHKAMT PIC $$,$$$,$$9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 EX-REASON PIC X(30).
       01  LBXEX-TOT-READ.
           03 FILLER PIC X(28) VALUE 'ITEMS READ'.
           03 EX-CTREAD PIC ZZZZ9.
       01  LBXEX-TOT-BATCH.
           03 FILLER PIC X(28) VALUE 'ITEMS BATCHED FOR POSTING'.
           03 EX-CTBATCH PIC ZZZZ9.
       01  LBXEX-TOT-BAMT.
           03 FILLER PIC X(28) VALUE 'AMOUNT BATCHED'.
           03 EX-AMTBATCH PIC $$$,$$$,$$9.99.
       01  LBXEX-TOT-EXC.
           03 FILLER PIC X(28) VALUE 'EXCEPTIONS'.
           03 EX-CTEXC PIC ZZZZ9.
       01  LBXEX-TOT-EAMT.
           03 FILLER PIC X(28) VALUE 'EXCEPTION AMOUNT'.
           03 EX-AMTEXC PIC $$$,$$$,$$9.99.
       01  LBXEX-BAT-MSG.
           03 EX-BATMSG PIC X(44).
       01  LBXEX-BAT-COUNT.
           03 FILLER PIC X(24) VALUE 'TRAILER COUNT / READ   '.
           03 EX-BATCT1 PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-BATCT2 PIC ZZZZZ9.
       01  LBXEX-BAT-AMT.
           03 FILLER PIC X(24) VALUE 'TRAILER HASH / READ    '.
           03 EX-BATAM1 PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-BATAM2 PIC $$$,$$$,$$9.99.
       01  CHECK-DIGIT-CALC.
           03 CD-FIELD.
               05 CD-ID PIC 9(6).
               05 CD-AMOUNT PIC 9(9).
           03 CD-DIGITS REDEFINES CD-FIELD.
               05 CD-DIGIT PIC 9(1) OCCURS 15 TIMES.
           03 CD-SUB PIC 99.
           03 CD-PRODUCT PIC 99.
           03 CD-SUM PIC 9(3).
           03 CD-QUOT PIC 9(3).
           03 CD-REM PIC 9(2).
           03 CD-CHECK PIC 9(1).
       01  MISC.
           03 EOF-L PIC 9 VALUE 0.
           03 EOF-V PIC 9 VALUE 0.
           03 BATCH-OK PIC X(1) VALUE 'N'.
           03 EDIT-SW PIC X(1).
           03 EDIT-REASON PIC X(30).
           03 WORK-REASON PIC X(30).
           03 DEPOSIT-DATE PIC 9(8) VALUE 0.
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       01  BATCH-CONTROLS.
           03 BV-HDR-SW PIC X(1) VALUE 'N'.
           03 BV-TRL-SW PIC X(1) VALUE 'N'.
           03 BV-COUNT PIC 9(6) VALUE 0.
           03 BV-AMOUNT PIC 9(9)V9(2) VALUE 0.
           03 BV-TRLCOUNT PIC 9(6) VALUE 0.
           03 BV-TRLAMOUNT PIC 9(9)V9(2) VALUE 0.
       01  LOCKBOX-COUNTS.
           03 CT-READ PIC 9(5) VALUE 0.
           03 CT-BATCH PIC 9(5) VALUE 0.
           03 CT-EXC PIC 9(5) VALUE 0.
           03 AMT-BATCH PIC 9(9)V9(2) VALUE 0.
           03 AMT-EXC PIC 9(9)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2500-VERIFY-BATCH.
           IF BATCH-OK = 'Y' THEN
               OPEN OUTPUT LRCPT-FILE
               MOVE DEPOSIT-DATE TO LH-BATCHDATE
               WRITE LRCPT-REC FROM LRCPT-HDR
               PERFORM 2000-READ-LOCKBOX
               PERFORM 3000-ITEM-LOOP
                   UNTIL EOF-L = 1
               MOVE CT-BATCH TO LT-COUNT
               MOVE AMT-BATCH TO LT-AMOUNT
               WRITE LRCPT-REC FROM LRCPT-TRL
               CLOSE LRCPT-FILE
               PERFORM 8000-PRINT-TOTALS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOCKB-FILE
               LBXEX-FILE.
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
               DISPLAY 'LAB5LBX STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1000-INITIALIZE.
           PERFORM 050-READ-BUSINESS-DATE.
           OPEN INPUT LOCKB-FILE
               OUTPUT LBXEX-FILE.
       1500-PRINT-HEADING.
           MOVE DEPOSIT-DATE TO EX-DEPDATE.
           MOVE CURRENT-DATE TO EX-RUNDATE.
           WRITE LBXEX-REC FROM LBXEX-HEADING
               AFTER ADVANCING PAGE.
           WRITE LBXEX-REC FROM LBXEX-COLHEAD
               AFTER ADVANCING 2 LINES.
       2000-READ-LOCKBOX.
           READ LOCKB-FILE
               AT END MOVE 1 TO EOF-L.
       2500-VERIFY-BATCH.
           PERFORM 2600-VERIFY-ONE.
           PERFORM 2600-VERIFY-ONE
               UNTIL EOF-V = 1.
           CLOSE LOCKB-FILE.
           OPEN INPUT LOCKB-FILE.
           PERFORM 1500-PRINT-HEADING.
           EVALUATE TRUE
               WHEN BV-HDR-SW = 'N'
                   MOVE 'DEPOSIT HEADER MISSING - DEPOSIT REJECTED'
                       TO EX-BATMSG
                   PERFORM 2800-PRINT-BATCH-ERROR
               WHEN BV-TRL-SW = 'N'
                   MOVE 'DEPOSIT TRAILER MISSING - DEPOSIT REJECTED'
                       TO EX-BATMSG
                   PERFORM 2800-PRINT-BATCH-ERROR
               WHEN BV-COUNT NOT = BV-TRLCOUNT
               WHEN BV-AMOUNT NOT = BV-TRLAMOUNT
                   MOVE 'DEPOSIT OUT OF BALANCE - DEPOSIT REJECTED'
                       TO EX-BATMSG
                   PERFORM 2800-PRINT-BATCH-ERROR
               WHEN FUNCTION TEST-DATE-YYYYMMDD(DEPOSIT-DATE) NOT = 0
                   MOVE 'DEPOSIT DATE INVALID - DEPOSIT REJECTED'
                       TO EX-BATMSG
                   PERFORM 2800-PRINT-BATCH-ERROR
               WHEN OTHER
                   MOVE 'Y' TO BATCH-OK
           END-EVALUATE.
       2600-VERIFY-ONE.
           READ LOCKB-FILE
               AT END MOVE 1 TO EOF-V
               NOT AT END
                   EVALUATE LB-RECTYPE
                       WHEN 'H'
                           MOVE 'Y' TO BV-HDR-SW
                           IF LBH-DEPDATE NUMERIC THEN
                               MOVE LBH-DEPDATE TO DEPOSIT-DATE
                           END-IF
                       WHEN 'T'
                           MOVE 'Y' TO BV-TRL-SW
                           MOVE LBT-COUNT TO BV-TRLCOUNT
                           MOVE LBT-AMOUNT TO BV-TRLAMOUNT
                       WHEN 'D'
                           ADD 1 TO BV-COUNT
                           IF LB-CHKAMT NUMERIC THEN
                               ADD LB-CHKAMT TO BV-AMOUNT
                           END-IF
                   END-EVALUATE
           END-READ.
       2800-PRINT-BATCH-ERROR.
           WRITE LBXEX-REC FROM LBXEX-BAT-MSG
               AFTER ADVANCING 2 LINES.
           MOVE BV-TRLCOUNT TO EX-BATCT1.
           MOVE BV-COUNT TO EX-BATCT2.
           WRITE LBXEX-REC FROM LBXEX-BAT-COUNT
               AFTER ADVANCING 1 LINE.
           MOVE BV-TRLAMOUNT TO EX-BATAM1.
           MOVE BV-AMOUNT TO EX-BATAM2.
           WRITE LBXEX-REC FROM LBXEX-BAT-AMT
               AFTER ADVANCING 1 LINE.
       3000-ITEM-LOOP.
           EVALUATE LB-RECTYPE
               WHEN 'H'
               WHEN 'T'
                   CONTINUE
               WHEN 'D'
                   ADD 1 TO CT-READ
                   PERFORM 3500-EDIT-ITEM
                   IF EDIT-SW = 'Y' THEN
                       PERFORM 4000-BATCH-ITEM
                   ELSE
                       PERFORM 4500-WRITE-EXCEPTION
                   END-IF
               WHEN OTHER
                   ADD 1 TO CT-READ
                   MOVE 'INVALID RECORD TYPE' TO EDIT-REASON
                   PERFORM 4500-WRITE-EXCEPTION
           END-EVALUATE.
           PERFORM 2000-READ-LOCKBOX.
      *    A scan line that read cleanly must carry a check digit that
      *    verifies over the student ID and amount due.
       3500-EDIT-ITEM.
           MOVE 'Y' TO EDIT-SW.
           MOVE SPACES TO EDIT-REASON.
           IF LB-SCANID NOT NUMERIC
                   OR LB-SCANAMT NOT NUMERIC
                   OR LB-SCANCHK NOT NUMERIC THEN
               MOVE 'UNREADABLE SCAN LINE' TO WORK-REASON
               PERFORM 3700-FLAG-ERROR
           ELSE
               MOVE LB-SCANID TO CD-ID
               MOVE LB-SCANAMT TO CD-AMOUNT
               PERFORM 3600-CHECK-DIGIT
               IF CD-CHECK NOT = LB-SCANCHK THEN
                   MOVE 'CHECK DIGIT FAILURE' TO WORK-REASON
                   PERFORM 3700-FLAG-ERROR
               END-IF
           END-IF.
           IF LB-CHKAMT NOT NUMERIC THEN
               MOVE 'INVALID CHECK AMOUNT' TO WORK-REASON
               PERFORM 3700-FLAG-ERROR
           ELSE
               IF LB-CHKAMT = 0 THEN
                   MOVE 'ZERO CHECK AMOUNT' TO WORK-REASON
                   PERFORM 3700-FLAG-ERROR
               END-IF
               IF LB-CHKAMT > 99999.99 THEN
                   MOVE 'EXCEEDS RECEIPT LIMIT' TO WORK-REASON
                   PERFORM 3700-FLAG-ERROR
               END-IF
           END-IF.
      *    Mod-10 check digit: working from the rightmost digit, every
      *    other digit is doubled (less 9 when the double exceeds 9),
      *    and the check digit brings the sum up to a multiple of 10.
       3600-CHECK-DIGIT.
           MOVE 0 TO CD-SUM.
           PERFORM VARYING CD-SUB FROM 1 BY 1
               UNTIL CD-SUB > 15
               DIVIDE CD-SUB BY 2 GIVING CD-QUOT REMAINDER CD-REM
               IF CD-REM = 1 THEN
                   COMPUTE CD-PRODUCT = CD-DIGIT(CD-SUB) * 2
                   IF CD-PRODUCT > 9 THEN
                       SUBTRACT 9 FROM CD-PRODUCT
                   END-IF
               ELSE
                   MOVE CD-DIGIT(CD-SUB) TO CD-PRODUCT
               END-IF
               ADD CD-PRODUCT TO CD-SUM
           END-PERFORM.
           DIVIDE CD-SUM BY 10 GIVING CD-QUOT REMAINDER CD-REM.
           IF CD-REM = 0 THEN
               MOVE 0 TO CD-CHECK
           ELSE
               COMPUTE CD-CHECK = 10 - CD-REM
           END-IF.
       3700-FLAG-ERROR.
           IF EDIT-SW = 'Y' THEN
               MOVE WORK-REASON TO EDIT-REASON
               MOVE 'N' TO EDIT-SW
           END-IF.
       4000-BATCH-ITEM.
           MOVE LB-SCANID TO LR-STUDENT-ID.
           MOVE DEPOSIT-DATE TO LR-PAYDATE.
           MOVE LB-CHKAMT TO LR-AMOUNT.
           WRITE LRCPT-REC FROM LRCPT-DATA.
           ADD 1 TO CT-BATCH.
           ADD LB-CHKAMT TO AMT-BATCH.
       4500-WRITE-EXCEPTION.
           MOVE LB-ITEM TO EX-ITEM.
           MOVE LB-SCANLINE TO EX-SCANLINE.
           IF LB-CHKAMT NUMERIC THEN
               MOVE LB-CHKAMT TO EX-CHKAMT
               ADD LB-CHKAMT TO AMT-EXC
           ELSE
               MOVE 0 TO EX-CHKAMT
           END-IF.
           MOVE EDIT-REASON TO EX-REASON.
           WRITE LBXEX-REC FROM LBXEX-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-EXC.
       8000-PRINT-TOTALS.
           MOVE CT-READ TO EX-CTREAD.
           WRITE LBXEX-REC FROM LBXEX-TOT-READ
               AFTER ADVANCING 2 LINES.
           MOVE CT-BATCH TO EX-CTBATCH.
           WRITE LBXEX-REC FROM LBXEX-TOT-BATCH
               AFTER ADVANCING 1 LINE.
           MOVE AMT-BATCH TO EX-AMTBATCH.
           WRITE LBXEX-REC FROM LBXEX-TOT-BAMT
               AFTER ADVANCING 1 LINE.
           MOVE CT-EXC TO EX-CTEXC.
           WRITE LBXEX-REC FROM LBXEX-TOT-EXC
               AFTER ADVANCING 1 LINE.
           MOVE AMT-EXC TO EX-AMTEXC.
           WRITE LBXEX-REC FROM LBXEX-TOT-EAMT
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab5lbx.
