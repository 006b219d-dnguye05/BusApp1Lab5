      *the function and carries the cycle window dates:
      *  G  generate - for every authorization on file (DA-S-ACHAU:
      *     student ID, routing and account number, per-debit cap
      *     amount, effective date), scan every loan the student has
      *     on the master for unpaid installments whose
      *     I-PAIDDUEDATE falls inside the cycle window and write one
      *     debit per installment to
      *     the fixed-format bank debit file (UR-S-ACHDB) with a
      *     header and a count/amount control trailer the bank
      *     balances to. The debit amount is the level installment
      *     (loan over payment count) held to the authorization cap.
      *     Loans under an active deferment or forbearance are
      *     skipped - nothing is debited while collection activity
      *     is suspended - and so are loans charged off to bad
      *     debt, which are worked by the agency. A borrower with
      *     more than one loan gets a total line on the register for
      *     the debits across all of the borrower's loans.
      *     Each debit is also written as a receipt to DA-S-ARCPT in
      *     DA-S-RCPTS format, dated the cycle end date and wrapped
      *     in the same batch header/trailer lab5pay verifies, so
      *  R  returns - read the bank's return file (DA-S-ACHRT) and
      *     back each returned payment out of the I-PAID slot it
      *     funded (the latest paid slot matching the returned
      *     amount on the loan the original payment posted to, or
      *     across all of the borrower's loans when that payment
      *     cannot be found on the activity history), leaving the
      *     due date in place so the installment ages again. The
      *     return is also taken back out of the fee, interest and
      *     principal paid buckets in
      *     the split the original payment's 'P' activity event
      *     recorded (reverse waterfall order when that event cannot
      *     be found); a payment already matched to a return, on
      *     this run or an earlier one, is not matched again. Every
      *     master update is journaled
      *     to DA-S-JRNL with before and after images like every
      *     other master update.
      *A register (UR-S-ACHRG) lists every debit generated or return
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT DEBIT-FILE ASSIGN TO 'UR-S-ACHDB'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTHS-FILE ASSIGN TO 'DA-S-ACTHS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTHS-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
       FD  JRNL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JRNL-REC PIC X(679).
       FD  ACTHS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACTHS-REC PIC X(83).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  JRNL-DATA.
           COPY JRNLREC.
       01  ACT-DATA.
           03 FILLER PIC X(6) VALUE '  RUN '.
           03 RG-RUNDATE PIC 9(8).
       01  ACHRG-COLHEAD.
           03 FILLER PIC X(10) VALUE 'ID-LOAN'.
           03 FILLER PIC X(10) VALUE 'DATE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'AMOUNT'.
           03 FILLER PIC X(30) VALUE 'DISPOSITION'.
       01  ACHRG-DETAIL.
           03 RG-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE '-'.
           03 RG-SEQ PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RG-DATE PIC 9(8).
           03 FILLER PIC X(4) VALUE SPACES.
           03 RG-AMOUNT PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-DISP PIC X(30).
       01  ACHRG-BORROWER.
           03 RG-BRID PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 RG-BRLOANS PIC Z9.
           03 FILLER PIC X(10) VALUE ' LOANS    '.
           03 RG-BRAMT PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'BORROWER TOTAL'.
       01  ACHRG-TOT-READ.
           03 FILLER PIC X(24) VALUE 'RECORDS READ           '.
           03 RG-CTREAD PIC ZZZ9.
           03 DC-INST PIC 9(5)V9(2).
           03 DC-LOAN PIC 9(5)V9(2).
           03 DC-AMOUNT PIC 9(5)V9(2).
           03 DC-BORROWER PIC 9(7)V9(2).
       01  RETURN-CALC.
           03 RC-PAID PIC 9(4)V9(2).
           03 RC-SLOT PIC 9(3).
           03 RC-SEQ PIC 9(2).
           03 RC-DUE PIC 9(8).
           03 RC-ORIGSEQ PIC 9(2).
       01  REVERSE-CALC.
           03 RV-BUCKET PIC 9(5)V9(2).
           03 RV-INTACCR PIC 9(5)V9(2).
           03 RV-REMAIN PIC 9(7)V9(2).
           03 RV-FEEAMT PIC 9(5)V9(2).
           03 RV-INTAMT PIC 9(5)V9(2).
           03 RV-PRINAMT PIC 9(5)V9(2).
       01  RETURN-TABLE.
           03 RL-COUNT PIC 9(4) VALUE 0.
           03 RL-ENTRY OCCURS 1000 TIMES.
               05 RL-STUDENT-ID PIC 9(6).
               05 RL-RETDATE PIC 9(8).
               05 RL-AMOUNT PIC 9(5)V9(2).
               05 RL-FOUND-SW PIC X(1).
               05 RL-LOANSEQ PIC 9(2).
               05 RL-FEEAMT PIC 9(5)V9(2).
               05 RL-INTAMT PIC 9(5)V9(2).
               05 RL-PRINAMT PIC 9(5)V9(2).
       01  PAYMENT-TABLE.
           03 PH-COUNT PIC 9(4) VALUE 0.
           03 PH-ENTRY OCCURS 5000 TIMES.
               05 PH-STUDENT-ID PIC 9(6).
               05 PH-LOANSEQ PIC 9(2).
               05 PH-DATE PIC 9(8).
               05 PH-AMOUNT PIC 9(7)V9(2).
               05 PH-FEEAMT PIC 9(5)V9(2).
               05 PH-INTAMT PIC 9(5)V9(2).
               05 PH-PRINAMT PIC 9(5)V9(2).
               05 PH-USED-SW PIC X(1).
       01  SLOT-BUILD.
           03 SB-AMOUNT PIC 9(4)V9(2).
           03 SB-DUEDATE PIC 9(8).
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-U PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 MSTR-STATUS PIC X(2).
           03 JRNL-STATUS PIC X(2).
           03 ACTHS-STATUS PIC X(2).
           03 FOUND-SW PIC X(1).
           03 SCAN-SW PIC X(1).
           03 LOAN-CT PIC 9(2).
           03 SUB PIC 99.
           03 RX PIC 9(4).
           03 PX PIC 9(4).
           03 HIT-SW PIC X(1).
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       01  ACH-COUNTS.
           03 CT-READ PIC 9(4) VALUE 0.
           03 CT-DEBITS PIC 9(4) VALUE 0.
           03 CT-CASH PIC 9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           OPEN OUTPUT ACHRG-FILE.
           PERFORM 1000-READ-CONTROL.
           EVALUATE TRUE
           END-EVALUATE.
           CLOSE ACHRG-FILE.
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
               DISPLAY 'LAB5ACH STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1000-READ-CONTROL.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
           IF JRNL-STATUS = '35' THEN
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE CURRENT-DATE TO J-BATCHDATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO J-BATCHTIME.
       3000-GENERATE-DEBITS.
           PERFORM 3100-READ-AUTH.
       3300-CHECK-AUTH.
           MOVE AU-STUDENT-ID TO RG-ID.
           MOVE 0 TO RG-SEQ.
           MOVE AC-CYCLE-END TO RG-DATE.
           MOVE 0 TO RG-AMOUNT.
           EVALUATE TRUE
                   PERFORM 3400-SCAN-MASTER
           END-EVALUATE.
       3400-SCAN-MASTER.
           MOVE 0 TO LOAN-CT.
           MOVE 0 TO DC-BORROWER.
           MOVE AU-STUDENT-ID TO I-STUDENT-ID.
           MOVE 0 TO I-LOANSEQ.
           MOVE 'Y' TO SCAN-SW.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 'N' TO SCAN-SW
           END-START.
           PERFORM 3410-NEXT-LOAN
               UNTIL SCAN-SW = 'N'.
           EVALUATE TRUE
               WHEN LOAN-CT = 0
                   ADD 1 TO CT-SKIPPED
                   MOVE 0 TO RG-SEQ
                   MOVE 'NO MASTER RECORD' TO RG-DISP
                   PERFORM 3900-WRITE-REGISTER
               WHEN LOAN-CT > 1
                   MOVE AU-STUDENT-ID TO RG-BRID
                   MOVE LOAN-CT TO RG-BRLOANS
                   MOVE DC-BORROWER TO RG-BRAMT
                   WRITE ACHRG-REC FROM ACHRG-BORROWER
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.
       3410-NEXT-LOAN.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO SCAN-SW
               NOT AT END
                   IF I-STUDENT-ID = AU-STUDENT-ID THEN
                       ADD 1 TO LOAN-CT
                       PERFORM 3420-CHECK-LOAN
                   ELSE
                       MOVE 'N' TO SCAN-SW
                   END-IF
           END-READ.
       3420-CHECK-LOAN.
           MOVE I-LOANSEQ TO RG-SEQ.
           MOVE AC-CYCLE-END TO RG-DATE.
           MOVE 0 TO RG-AMOUNT.
           EVALUATE TRUE
               WHEN I-COSTAT = 'C'
                   ADD 1 TO CT-SKIPPED
                   MOVE 'CHARGED OFF' TO RG-DISP
                   PERFORM 3900-WRITE-REGISTER
               WHEN (I-DEFSTAT = 'D' OR I-DEFSTAT = 'F')
                       AND CURRENT-DATE NOT > I-DEFEND
                   ADD 1 TO CT-SKIPPED
               WRITE ARCPT-REC FROM ARCPT-DATA
               ADD 1 TO CT-DEBITS
               ADD DC-AMOUNT TO CT-CASH
               ADD DC-AMOUNT TO DC-BORROWER
               MOVE I-PAIDDUEDATE(SUB) TO RG-DATE
               MOVE DC-AMOUNT TO RG-AMOUNT
               MOVE 'DEBIT GENERATED' TO RG-DISP
           WRITE ACHRG-REC FROM ACHRG-DETAIL
               AFTER ADVANCING 1 LINE.
       5000-PROCESS-RETURNS.
           PERFORM 5010-LOAD-RETURNS.
           PERFORM 5050-FIND-ORIGINALS.
           PERFORM 1800-OPEN-JOURNAL.
           OPEN INPUT RETRN-FILE
               I-O MASTER-FILE.
               MASTER-FILE
               JRNL-FILE
               ACTHS-FILE.
      *    The returns are held in a table so the activity history can
      *    be passed once, before it is reopened for extend, to find
      *    the fee/interest/principal split each returned payment was
      *    originally allocated with.
       5010-LOAD-RETURNS.
           OPEN INPUT RETRN-FILE.
           PERFORM 5100-READ-RETURN.
           PERFORM 5020-LOAD-ONE-RETURN
               UNTIL EOF-R = 1.
           CLOSE RETRN-FILE.
           MOVE 0 TO EOF-R.
       5020-LOAD-ONE-RETURN.
           IF RL-COUNT < 1000 THEN
               ADD 1 TO RL-COUNT
               MOVE 'N' TO RL-FOUND-SW(RL-COUNT)
               MOVE 0 TO RL-LOANSEQ(RL-COUNT)
               IF RT-STUDENT-ID NUMERIC
                       AND RT-RETDATE NUMERIC
                       AND RT-AMOUNT NUMERIC THEN
                   MOVE RT-STUDENT-ID TO RL-STUDENT-ID(RL-COUNT)
                   MOVE RT-RETDATE TO RL-RETDATE(RL-COUNT)
                   MOVE RT-AMOUNT TO RL-AMOUNT(RL-COUNT)
               ELSE
                   MOVE 0 TO RL-STUDENT-ID(RL-COUNT)
                   MOVE 0 TO RL-RETDATE(RL-COUNT)
                   MOVE 0 TO RL-AMOUNT(RL-COUNT)
               END-IF
           END-IF.
           PERFORM 5100-READ-RETURN.
       5050-FIND-ORIGINALS.
           OPEN INPUT ACTHS-FILE.
           IF ACTHS-STATUS = '00' THEN
               PERFORM 5060-READ-HISTORY
               PERFORM 5070-MATCH-HISTORY
                   UNTIL EOF-H = 1
               CLOSE ACTHS-FILE
           END-IF.
           PERFORM 5090-ASSIGN-ORIGINAL
               VARYING RX FROM 1 BY 1
               UNTIL RX > RL-COUNT.
       5060-READ-HISTORY.
           READ ACTHS-FILE INTO ACT-DATA
               AT END MOVE 1 TO EOF-H.
      *    Every payment that could be one of the returned items (same
      *    student and amount) is held with a used flag. A return
      *    backed out on an earlier run used up the latest such payment
      *    before it, so that payment is flagged and cannot be matched
      *    to a return again.
       5070-MATCH-HISTORY.
           EVALUATE TRUE
               WHEN AH-TYPE = 'P'
                       AND AH-FEEAMT NUMERIC
                       AND AH-INTAMT NUMERIC
                       AND AH-PRINAMT NUMERIC
                   MOVE 'N' TO HIT-SW
                   PERFORM 5075-CHECK-RETURN
                       VARYING RX FROM 1 BY 1
                       UNTIL RX > RL-COUNT OR HIT-SW = 'Y'
                   IF HIT-SW = 'Y' AND PH-COUNT < 5000 THEN
                       PERFORM 5080-HOLD-PAYMENT
                   END-IF
               WHEN AH-TYPE = 'X'
                   MOVE 'N' TO HIT-SW
                   PERFORM 5085-MARK-RETURNED
                       VARYING PX FROM PH-COUNT BY -1
                       UNTIL PX < 1 OR HIT-SW = 'Y'
           END-EVALUATE.
           PERFORM 5060-READ-HISTORY.
       5075-CHECK-RETURN.
           IF AH-STUDENT-ID = RL-STUDENT-ID(RX)
                   AND AH-AMOUNT = RL-AMOUNT(RX)
                   AND RL-AMOUNT(RX) > 0 THEN
               MOVE 'Y' TO HIT-SW
           END-IF.
       5080-HOLD-PAYMENT.
           ADD 1 TO PH-COUNT.
           MOVE AH-STUDENT-ID TO PH-STUDENT-ID(PH-COUNT).
           IF AH-LOANSEQ NUMERIC THEN
               MOVE AH-LOANSEQ TO PH-LOANSEQ(PH-COUNT)
           ELSE
               MOVE 1 TO PH-LOANSEQ(PH-COUNT)
           END-IF.
           MOVE AH-DATE TO PH-DATE(PH-COUNT).
           MOVE AH-AMOUNT TO PH-AMOUNT(PH-COUNT).
           MOVE AH-FEEAMT TO PH-FEEAMT(PH-COUNT).
           MOVE AH-INTAMT TO PH-INTAMT(PH-COUNT).
           MOVE AH-PRINAMT TO PH-PRINAMT(PH-COUNT).
           MOVE 'N' TO PH-USED-SW(PH-COUNT).
       5085-MARK-RETURNED.
           IF PH-USED-SW(PX) = 'N'
                   AND PH-STUDENT-ID(PX) = AH-STUDENT-ID
                   AND PH-AMOUNT(PX) = AH-AMOUNT THEN
               MOVE 'Y' TO PH-USED-SW(PX)
               MOVE 'Y' TO HIT-SW
           END-IF.
      *    The history is in posting order, so the latest payment not
      *    already used that matches on student and amount is the one
      *    the bank returned. Once matched it is flagged used, so a
      *    second return of the same amount finds the payment before.
       5090-ASSIGN-ORIGINAL.
           MOVE 'N' TO HIT-SW.
           IF RL-AMOUNT(RX) > 0 THEN
               PERFORM 5095-MATCH-PAYMENT
                   VARYING PX FROM PH-COUNT BY -1
                   UNTIL PX < 1 OR HIT-SW = 'Y'
           END-IF.
       5095-MATCH-PAYMENT.
           IF PH-USED-SW(PX) = 'N'
                   AND PH-STUDENT-ID(PX) = RL-STUDENT-ID(RX)
                   AND PH-AMOUNT(PX) = RL-AMOUNT(RX)
                   AND PH-DATE(PX) NOT > RL-RETDATE(RX) THEN
               MOVE 'Y' TO PH-USED-SW(PX)
               MOVE 'Y' TO HIT-SW
               MOVE 'Y' TO RL-FOUND-SW(RX)
               MOVE PH-LOANSEQ(PX) TO RL-LOANSEQ(RX)
               MOVE PH-FEEAMT(PX) TO RL-FEEAMT(RX)
               MOVE PH-INTAMT(PX) TO RL-INTAMT(RX)
               MOVE PH-PRINAMT(PX) TO RL-PRINAMT(RX)
           END-IF.
       5100-READ-RETURN.
           READ RETRN-FILE
               AT END MOVE 1 TO EOF-R.
           PERFORM 5100-READ-RETURN.
       5300-APPLY-RETURN.
           MOVE RT-STUDENT-ID TO RG-ID.
           MOVE 0 TO RG-SEQ.
           MOVE RT-RETDATE TO RG-DATE.
           MOVE RT-AMOUNT TO RG-AMOUNT.
           IF RT-STUDENT-ID NOT NUMERIC
               PERFORM 5400-BACK-OUT-PAYMENT
           END-IF.
       5400-BACK-OUT-PAYMENT.
           MOVE 0 TO RC-SLOT.
           MOVE 0 TO RC-SEQ.
           MOVE 0 TO RC-DUE.
           MOVE 0 TO LOAN-CT.
           MOVE 0 TO RC-ORIGSEQ.
           MOVE CT-READ TO RX.
           IF RX NOT > RL-COUNT
                   AND RL-FOUND-SW(RX) = 'Y' THEN
               MOVE RL-LOANSEQ(RX) TO RC-ORIGSEQ
           END-IF.
           MOVE RT-STUDENT-ID TO I-STUDENT-ID.
           MOVE 0 TO I-LOANSEQ.
           MOVE 'Y' TO SCAN-SW.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 'N' TO SCAN-SW
           END-START.
           PERFORM 5410-SCAN-LOAN
               UNTIL SCAN-SW = 'N'.
           EVALUATE TRUE
               WHEN LOAN-CT = 0
                   ADD 1 TO CT-SKIPPED
                   MOVE 'NO MASTER RECORD' TO RG-DISP
               WHEN RC-SLOT = 0
                   ADD 1 TO CT-SKIPPED
                   MOVE 'NO MATCHING PAYMENT SLOT' TO RG-DISP
               WHEN OTHER
                   PERFORM 5450-REVERSE-SLOT
           END-EVALUATE.
           PERFORM 3900-WRITE-REGISTER.
       5410-SCAN-LOAN.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO SCAN-SW
               NOT AT END
                   IF I-STUDENT-ID = RT-STUDENT-ID THEN
                       ADD 1 TO LOAN-CT
                       PERFORM 5420-MATCH-SLOT
                           VARYING SUB FROM 1 BY 1
                           UNTIL SUB > I-NUMPAY
                   ELSE
                       MOVE 'N' TO SCAN-SW
                   END-IF
           END-READ.
      *    When the original payment was found on the activity
      *    history, only the loan it posted to is searched; otherwise
      *    the latest matching slot across all the borrower's loans.
       5420-MATCH-SLOT.
           MOVE I-PAID(SUB) TO RC-PAID.
           IF RC-PAID = RT-AMOUNT AND RC-PAID > 0
                   AND I-PAIDDUEDATE(SUB) NOT < RC-DUE
                   AND (RC-ORIGSEQ = 0 OR I-LOANSEQ = RC-ORIGSEQ) THEN
               MOVE SUB TO RC-SLOT
               MOVE I-LOANSEQ TO RC-SEQ
               MOVE I-PAIDDUEDATE(SUB) TO RC-DUE
           END-IF.
       5450-REVERSE-SLOT.
           MOVE RT-STUDENT-ID TO I-STUDENT-ID.
           MOVE RC-SEQ TO I-LOANSEQ.
           MOVE RC-SEQ TO RG-SEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO FOUND-SW
           END-READ.
           MOVE MASTER-REC TO J-BEFORE.
           MOVE RC-SLOT TO SUB.
           MOVE 0 TO SB-AMOUNT.
           MOVE I-PAIDDUEDATE(SUB) TO SB-DUEDATE.
           MOVE SLOT-BUILD TO I-PAID(SUB).
           PERFORM 5460-REVERSE-BUCKETS.
           REWRITE MASTER-REC.
           MOVE 'C' TO J-CODE.
           MOVE MASTER-REC TO J-AFTER.
           ACCEPT J-TIME FROM TIME.
           WRITE JRNL-REC FROM JRNL-DATA.
           PERFORM 5500-WRITE-ACTIVITY.
           ADD 1 TO CT-RETURNS.
           ADD RT-AMOUNT TO CT-CASH.
           MOVE 'RETURN BACKED OUT' TO RG-DISP.
      *    A return is taken back out of the buckets the payment was
      *    allocated to. When the original payment cannot be found on
      *    the activity history (or it posted to a different loan), the
      *    amount is reversed out of principal, then interest, then
      *    fees. Reversed interest goes back to accrued.
       5460-REVERSE-BUCKETS.
           MOVE CT-READ TO RX.
           IF RX NOT > RL-COUNT
                   AND RL-FOUND-SW(RX) = 'Y'
                   AND RL-LOANSEQ(RX) = RC-SEQ THEN
               MOVE RL-FEEAMT(RX) TO RV-FEEAMT
               MOVE RL-INTAMT(RX) TO RV-INTAMT
               MOVE RL-PRINAMT(RX) TO RV-PRINAMT
           ELSE
               PERFORM 5470-SPLIT-BY-BUCKETS
           END-IF.
           MOVE I-PRINPAID TO RV-BUCKET.
           IF RV-PRINAMT > RV-BUCKET THEN
               MOVE RV-BUCKET TO RV-PRINAMT
           END-IF.
           SUBTRACT RV-PRINAMT FROM RV-BUCKET.
           MOVE RV-BUCKET TO I-PRINPAID.
           MOVE I-INTPAID TO RV-BUCKET.
           IF RV-INTAMT > RV-BUCKET THEN
               MOVE RV-BUCKET TO RV-INTAMT
           END-IF.
           SUBTRACT RV-INTAMT FROM RV-BUCKET.
           MOVE RV-BUCKET TO I-INTPAID.
           MOVE I-INTACCR TO RV-INTACCR.
           ADD RV-INTAMT TO RV-INTACCR.
           MOVE RV-INTACCR TO I-INTACCR.
           MOVE I-FEEPAID TO RV-BUCKET.
           IF RV-FEEAMT > RV-BUCKET THEN
               MOVE RV-BUCKET TO RV-FEEAMT
           END-IF.
           SUBTRACT RV-FEEAMT FROM RV-BUCKET.
           MOVE RV-BUCKET TO I-FEEPAID.
       5470-SPLIT-BY-BUCKETS.
           MOVE RT-AMOUNT TO RV-REMAIN.
           MOVE I-PRINPAID TO RV-BUCKET.
           IF RV-BUCKET < RV-REMAIN THEN
               MOVE RV-BUCKET TO RV-PRINAMT
           ELSE
               MOVE RV-REMAIN TO RV-PRINAMT
           END-IF.
           SUBTRACT RV-PRINAMT FROM RV-REMAIN.
           MOVE I-INTPAID TO RV-BUCKET.
           IF RV-BUCKET < RV-REMAIN THEN
               MOVE RV-BUCKET TO RV-INTAMT
           ELSE
               MOVE RV-REMAIN TO RV-INTAMT
           END-IF.
           SUBTRACT RV-INTAMT FROM RV-REMAIN.
           MOVE I-FEEPAID TO RV-BUCKET.
           IF RV-BUCKET < RV-REMAIN THEN
               MOVE RV-BUCKET TO RV-FEEAMT
           ELSE
               MOVE RV-REMAIN TO RV-FEEAMT
           END-IF.
       5500-WRITE-ACTIVITY.
           MOVE RT-STUDENT-ID TO AH-STUDENT-ID.
           MOVE I-LOANSEQ TO AH-LOANSEQ.
           MOVE CURRENT-DATE TO AH-DATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO AH-TIME.
           MOVE 'X' TO AH-TYPE.
           MOVE RT-AMOUNT TO AH-AMOUNT.
           MOVE 'ACH PAYMENT RETURNED' TO AH-DESC.
           MOVE RV-FEEAMT TO AH-FEEAMT.
           MOVE RV-INTAMT TO AH-INTAMT.
           MOVE RV-PRINAMT TO AH-PRINAMT.
           WRITE ACTHS-REC FROM ACT-DATA.
       8000-PRINT-TOTALS.
           MOVE SPACES TO ACHRG-REC.
