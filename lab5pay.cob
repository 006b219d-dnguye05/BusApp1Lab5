      *a full 'C' transaction into DA-S-TRANS just to record one
      *payment. Each receipt fills the next open I-PAIDWHOLE /
      *I-PAIDDECIMAL slot whose I-PAIDDUEDATE matches or precedes the
      *payment date. A borrower with more than one loan is worked
      *loan by loan in loan-sequence order, oldest loan first, until
      *the receipt is used up (loans charged off to bad debt are
      *passed by - agency collections on them come in through the
      *recovery run): each loan touched is rewritten,
      *journaled, and evented on its own, and the register lists
      *the amount applied to each loan under the receipt's total
      *for the borrower. Receipts are field-edited first - student ID
      *and amount must be numeric and the payment date a valid
      *YYYYMMDD date - and failures go to the suspense file with a
      *reject reason before anything touches the master. A posting
      *register (UR-S-PSTRG) lists applied, partially applied,
      *rejected, and unmatched receipts; unmatched receipts and
      *unapplied remainders land in the suspense file (DA-S-PSUSP)
      *to be worked by the unapplied cash run lab5sus. The suspense
      *file is cumulative: each run appends its items to what is
      *already there, each item numbered from the suspense item
      *control file (DA-S-SUSNO) and stamped with the date it was
      *suspended, and the item number is printed on the register
      *so the item can be named when it is resolved. Every master
      *update is journaled to DA-S-JRNL with before and after
      *images, the same way the maintenance program journals its
      *updates, so a lab5rcv roll forward reproduces the postings
      *made since the last backup.
      *Every applied receipt is also appended to the permanent
      *activity history file (DA-S-ACTHS) as a dated, typed event,
      *so individual postings survive the reuse of I-PAID slots and
      *the statement-of-account run can show them in date order.
      *The cash applied to each loan is allocated late fees first,
      *then accrued interest, then principal: interest is first
      *brought current to the payment date on the unpaid principal,
      *the unpaid fees are paid, then the accrued interest, and the
      *rest reduces principal. The split is added to the loan's
      *fee, interest and principal paid buckets and carried on the
      *activity history event, and the interest paid comes off the
      *accrued interest, so interest from then on accrues on the
      *lower principal.
      *DA-S-RCPTS must carry the batch header/trailer convention:
      *an 'H' record first (batch date) and a 'T' record last with
      *the detail record count and an amount hash. The whole file is
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT PSTRG-FILE ASSIGN TO 'UR-S-PSTRG'.
           SELECT PSUSP-FILE ASSIGN TO 'DA-S-PSUSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSUSP-STATUS.
           SELECT SUSNO-FILE ASSIGN TO 'DA-S-SUSNO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSNO-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.
           SELECT ACTHS-FILE ASSIGN TO 'DA-S-ACTHS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTHS-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCPT-FILE
       FD  PSUSP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PSUSP-REC PIC X(75).
       FD  SUSNO-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSNO-REC PIC X(6).
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
           03 FILLER PIC X(10) VALUE 'APPLIED'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'DISPOSITION'.
           03 FILLER PIC X(6) VALUE 'ITEM'.
       01  PSTRG-DETAIL.
           03 RG-ID PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 RG-APPLIED PIC ZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-DISP PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-ITEMNO PIC ZZZZZZ.
       01  PSTRG-LOAN-LINE.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'LOAN '.
           03 RG-LNSEQ PIC 9(2).
           03 FILLER PIC X(17) VALUE SPACES.
           03 RG-LNAPPLIED PIC ZZZZ9.99.
       01  PSTRG-TOT-READ.
           03 FILLER PIC X(24) VALUE 'RECEIPTS READ          '.
           03 RG-CTREAD PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-BATAM2 PIC $$$,$$$,$$9.99.
       01  PSUSP-DATA.
           COPY SUSPREC.
       01  SLOT-BUILD.
           03 SB-AMOUNT PIC 9(4)V9(2).
           03 SB-DUEDATE PIC 9(8).
           03 PC-REMAIN PIC 9(5)V9(2).
           03 PC-SLOT PIC 9(4)V9(2).
           03 PC-APPLIED PIC 9(5)V9(2).
           03 PC-TOTAPPL PIC 9(5)V9(2).
       01  ALLOC-CALC.
           03 AL-LOAN PIC 9(5)V9(2).
           03 AL-FEETOTAL PIC 9(5)V9(2).
           03 AL-FEEPAID PIC 9(5)V9(2).
           03 AL-INTPAID PIC 9(5)V9(2).
           03 AL-PRINPAID PIC 9(5)V9(2).
           03 AL-INTACCR PIC 9(5)V9(2).
           03 AL-PRINCIPAL PIC S9(5)V9(2).
           03 AL-FEEDUE PIC S9(5)V9(2).
           03 AL-ACCRUED PIC 9(5)V9(2).
           03 AL-REMAIN PIC 9(5)V9(2).
           03 AL-FEEAMT PIC 9(5)V9(2).
           03 AL-INTAMT PIC 9(5)V9(2).
           03 AL-PRINAMT PIC 9(5)V9(2).
           03 AL-PAY-INT PIC 9(7).
           03 AL-FROM-INT PIC 9(7).
           03 AL-DAYS PIC S9(6).
       01  LOAN-APPLIED.
           03 LA-COUNT PIC 9(2).
           03 LA-ENTRY OCCURS 99 TIMES.
               05 LA-SEQ PIC 9(2).
               05 LA-AMOUNT PIC 9(5)V9(2).
       01  MISC.
           03 EOF-R PIC 9 VALUE 0.
           03 MSTR-STATUS PIC X(2).
           03 JRNL-STATUS PIC X(2).
           03 BUSDT-STATUS PIC X(2).
           03 ACTHS-STATUS PIC X(2).
           03 PSUSP-STATUS PIC X(2).
           03 SUSNO-STATUS PIC X(2).
           03 NEXT-ITEMNO PIC 9(6) VALUE 0.
           03 SCAN-SW PIC X(1).
           03 LOAN-CT PIC 9(2).
           03 SUB PIC 99.
           03 LAX PIC 99.
           03 EDIT-SW PIC X(1).
           03 EDIT-REASON PIC X(40).
           03 WORK-REASON PIC X(40).
               PERFORM 3000-POST-LOOP
                   UNTIL EOF-R = 1
               PERFORM 8000-PRINT-TOTALS
               PERFORM 8500-SAVE-ITEMNO
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
               JRNL-FILE
               ACTHS-FILE.
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
               DISPLAY 'LAB5PAY STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INITIALIZE.
           PERFORM 050-READ-BUSINESS-DATE.
           OPEN INPUT RCPT-FILE
               I-O MASTER-FILE
               OUTPUT PSTRG-FILE.
           OPEN EXTEND PSUSP-FILE.
           IF PSUSP-STATUS = '35' THEN
               OPEN OUTPUT PSUSP-FILE
           END-IF.
           PERFORM 1100-LOAD-ITEMNO.
           WRITE PSTRG-REC FROM PSTRG-HEADING
               AFTER ADVANCING PAGE.
           WRITE PSTRG-REC FROM PSTRG-COLHEAD
           IF ACTHS-STATUS = '35' THEN
               OPEN OUTPUT ACTHS-FILE
           END-IF.
           MOVE BD-BUSDATE TO J-BATCHDATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO J-BATCHTIME.
       1100-LOAD-ITEMNO.
           OPEN INPUT SUSNO-FILE.
           IF SUSNO-STATUS = '00' THEN
               READ SUSNO-FILE
                   AT END MOVE 0 TO NEXT-ITEMNO
                   NOT AT END MOVE SUSNO-REC TO NEXT-ITEMNO
               END-READ
               CLOSE SUSNO-FILE
           END-IF.
       2000-READ-RECEIPT.
           READ RCPT-FILE
               AT END MOVE 1 TO EOF-R.
               MOVE 'N' TO EDIT-SW
           END-IF.
       3800-REJECT-RECEIPT.
           MOVE 0 TO RG-ITEMNO.
           MOVE CR-STUDENT-ID TO RG-ID.
           MOVE CR-PAYDATE TO RG-PAYDATE.
           MOVE 0 TO RG-AMOUNT.
           WRITE PSTRG-REC FROM PSTRG-DETAIL
               AFTER ADVANCING 1 LINE.
       4000-POST-RECEIPT.
           MOVE 0 TO RG-ITEMNO.
           MOVE CR-STUDENT-ID TO RG-ID.
           MOVE CR-PAYDATE TO RG-PAYDATE.
           MOVE CR-AMOUNT TO RG-AMOUNT.
           MOVE CR-AMOUNT TO PC-REMAIN.
           MOVE 0 TO PC-TOTAPPL.
           MOVE 0 TO LOAN-CT.
           MOVE 0 TO LA-COUNT.
           MOVE CR-STUDENT-ID TO I-STUDENT-ID.
           MOVE 0 TO I-LOANSEQ.
           MOVE 'Y' TO SCAN-SW.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 'N' TO SCAN-SW
           END-START.
           PERFORM 4050-NEXT-LOAN
               UNTIL SCAN-SW = 'N'.
           MOVE PC-TOTAPPL TO RG-APPLIED.
           ADD PC-TOTAPPL TO CT-CASH.
           EVALUATE TRUE
               WHEN LOAN-CT = 0
                   MOVE 'NO MASTER RECORD' TO RG-DISP
                   MOVE CR-AMOUNT TO SP-AMOUNT
                   MOVE 'NO MASTER RECORD' TO SP-REASON
                   PERFORM 4500-WRITE-SUSPENSE
               WHEN PC-TOTAPPL = 0
                   MOVE 'NO OPEN INSTALLMENT DUE' TO RG-DISP
                   MOVE CR-AMOUNT TO SP-AMOUNT
                   MOVE 'NO OPEN INSTALLMENT DUE' TO SP-REASON
                   MOVE PC-REMAIN TO SP-AMOUNT
                   MOVE 'UNAPPLIED REMAINDER' TO SP-REASON
                   PERFORM 4500-WRITE-SUSPENSE
               WHEN OTHER
                   ADD 1 TO CT-APPLIED
                   MOVE 'APPLIED' TO RG-DISP
           END-EVALUATE.
           WRITE PSTRG-REC FROM PSTRG-DETAIL
               AFTER ADVANCING 1 LINE.
           IF LOAN-CT > 1 THEN
               PERFORM VARYING LAX FROM 1 BY 1
                   UNTIL LAX > LA-COUNT
                   MOVE LA-SEQ(LAX) TO RG-LNSEQ
                   MOVE LA-AMOUNT(LAX) TO RG-LNAPPLIED
                   WRITE PSTRG-REC FROM PSTRG-LOAN-LINE
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.
       4050-NEXT-LOAN.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO SCAN-SW
               NOT AT END
                   IF I-STUDENT-ID = CR-STUDENT-ID THEN
                       ADD 1 TO LOAN-CT
                       IF PC-REMAIN > 0 AND I-COSTAT NOT = 'C' THEN
                           MOVE MASTER-REC TO J-BEFORE
                           PERFORM 4100-APPLY-RECEIPT
                       END-IF
                   ELSE
                       MOVE 'N' TO SCAN-SW
                   END-IF
           END-READ.
       4100-APPLY-RECEIPT.
           MOVE 0 TO PC-APPLIED.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > I-NUMPAY
               OR PC-REMAIN = 0
               IF I-PAIDWHOLE(SUB) = 0
                       AND I-PAIDDECIMAL(SUB) = 0
                       AND I-PAIDDUEDATE(SUB) > 0
                       AND I-PAIDDUEDATE(SUB) NOT > CR-PAYDATE THEN
                   PERFORM 4200-FILL-SLOT
               END-IF
           END-PERFORM.
           IF PC-APPLIED > 0 THEN
               ADD PC-APPLIED TO PC-TOTAPPL
               ADD 1 TO LA-COUNT
               MOVE I-LOANSEQ TO LA-SEQ(LA-COUNT)
               MOVE PC-APPLIED TO LA-AMOUNT(LA-COUNT)
               PERFORM 4300-ALLOCATE-PAYMENT
               REWRITE MASTER-REC
               PERFORM 4600-WRITE-JOURNAL
               PERFORM 4700-WRITE-ACTIVITY
           END-IF.
       4200-FILL-SLOT.
           IF PC-REMAIN > 9999.99 THEN
               MOVE 9999.99 TO PC-SLOT
           MOVE SLOT-BUILD TO I-PAID(SUB).
           ADD PC-SLOT TO PC-APPLIED.
           SUBTRACT PC-SLOT FROM PC-REMAIN.
       4300-ALLOCATE-PAYMENT.
           MOVE I-LOAN TO AL-LOAN.
           MOVE I-FEETOTAL TO AL-FEETOTAL.
           MOVE I-FEEPAID TO AL-FEEPAID.
           MOVE I-INTPAID TO AL-INTPAID.
           MOVE I-PRINPAID TO AL-PRINPAID.
           MOVE I-INTACCR TO AL-INTACCR.
           PERFORM 4350-BRING-INTEREST-CURRENT.
           MOVE PC-APPLIED TO AL-REMAIN.
           COMPUTE AL-FEEDUE = AL-FEETOTAL - AL-FEEPAID.
           IF AL-FEEDUE < 0 THEN
               MOVE 0 TO AL-FEEDUE
           END-IF.
           IF AL-FEEDUE < AL-REMAIN THEN
               MOVE AL-FEEDUE TO AL-FEEAMT
           ELSE
               MOVE AL-REMAIN TO AL-FEEAMT
           END-IF.
           SUBTRACT AL-FEEAMT FROM AL-REMAIN.
           IF AL-INTACCR < AL-REMAIN THEN
               MOVE AL-INTACCR TO AL-INTAMT
           ELSE
               MOVE AL-REMAIN TO AL-INTAMT
           END-IF.
           SUBTRACT AL-INTAMT FROM AL-REMAIN.
           MOVE AL-REMAIN TO AL-PRINAMT.
           ADD AL-FEEAMT TO AL-FEEPAID.
           ADD AL-INTAMT TO AL-INTPAID.
           SUBTRACT AL-INTAMT FROM AL-INTACCR.
           ADD AL-PRINAMT TO AL-PRINPAID.
           MOVE AL-FEEPAID TO I-FEEPAID.
           MOVE AL-INTPAID TO I-INTPAID.
           MOVE AL-PRINPAID TO I-PRINPAID.
           MOVE AL-INTACCR TO I-INTACCR.
       4350-BRING-INTEREST-CURRENT.
           IF I-INTRATE > 0 AND I-LOANDATE > 0 THEN
               COMPUTE AL-PAY-INT =
                   FUNCTION INTEGER-OF-DATE(CR-PAYDATE)
               IF I-INTDATE = 0 THEN
                   COMPUTE AL-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(I-LOANDATE)
               ELSE
                   COMPUTE AL-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(I-INTDATE)
               END-IF
               COMPUTE AL-DAYS = AL-PAY-INT - AL-FROM-INT
               IF AL-DAYS > 0 THEN
                   COMPUTE AL-PRINCIPAL = AL-LOAN - AL-PRINPAID
                   IF AL-PRINCIPAL < 0 THEN
                       MOVE 0 TO AL-PRINCIPAL
                   END-IF
                   COMPUTE AL-ACCRUED ROUNDED =
                       AL-PRINCIPAL * I-INTRATE * AL-DAYS / 100 / 365
                   ADD AL-ACCRUED TO AL-INTACCR
                   MOVE CR-PAYDATE TO I-INTDATE
               END-IF
           END-IF.
       4600-WRITE-JOURNAL.
           MOVE 'C' TO J-CODE.
           MOVE MASTER-REC TO J-AFTER.
           WRITE JRNL-REC FROM JRNL-DATA.
       4700-WRITE-ACTIVITY.
           MOVE CR-STUDENT-ID TO AH-STUDENT-ID.
           MOVE I-LOANSEQ TO AH-LOANSEQ.
           MOVE J-BATCHDATE TO AH-DATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO AH-TIME.
           MOVE 'P' TO AH-TYPE.
           MOVE PC-APPLIED TO AH-AMOUNT.
           MOVE 'RECEIPT APPLIED' TO AH-DESC.
           MOVE AL-FEEAMT TO AH-FEEAMT.
           MOVE AL-INTAMT TO AH-INTAMT.
           MOVE AL-PRINAMT TO AH-PRINAMT.
           WRITE ACTHS-REC FROM ACT-DATA.
       4500-WRITE-SUSPENSE.
           MOVE CR-STUDENT-ID TO SP-STUDENT-ID.
           MOVE CR-PAYDATE TO SP-PAYDATE.
           ADD 1 TO NEXT-ITEMNO.
           MOVE NEXT-ITEMNO TO SP-ITEMNO.
           MOVE NEXT-ITEMNO TO RG-ITEMNO.
           MOVE J-BATCHDATE TO SP-SUSPDATE.
           ADD 1 TO CT-SUSPENSE.
           WRITE PSUSP-REC FROM PSUSP-DATA.
       8000-PRINT-TOTALS.
           MOVE CT-CASH TO RG-TOTCASH.
           WRITE PSTRG-REC FROM PSTRG-TOT-CASH
               AFTER ADVANCING 1 LINE.
       8500-SAVE-ITEMNO.
           OPEN OUTPUT SUSNO-FILE.
           MOVE NEXT-ITEMNO TO SUSNO-REC.
           WRITE SUSNO-REC.
           CLOSE SUSNO-FILE.
       END PROGRAM lab5pay.
