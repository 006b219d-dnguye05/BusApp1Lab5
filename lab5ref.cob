      *remittance advice per student (UR-S-RMIT), and records each
      *disbursement back against the student's DA-S-MASTR record by
      *backing the refunded cash out of the paid installment slots.
      *The refund is also backed out of the payment allocation
      *buckets in reverse waterfall order (principal paid, then
      *interest paid - which returns to accrued - then fees paid),
      *and that split is carried on the check-issue record and the
      *'R' activity event.
      *Because the master no longer shows the overpayment, subsequent
      *lab5 runs stop regenerating the same refund, and a refund
      *record whose overpayment is already gone from the master is
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT CHKRG-FILE ASSIGN TO 'UR-S-CHKRG'.
           SELECT RMIT-FILE ASSIGN TO 'UR-S-RMIT'.
           SELECT OVRRD-FILE ASSIGN TO 'DA-S-OVRRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVRRD-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-FILE
           03 RF-NAME PIC X(20).
           03 RF-AMOUNT PIC 9(7)V9(2).
           03 RF-STUDENT-ID PIC 9(6).
           03 RF-LOANSEQ PIC 9(2).
           03 FILLER PIC X(3).
       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY LOANREC.
       FD  JRNL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JRNL-REC PIC X(679).
       FD  ADDR-FILE.
       01  ADDR-REC.
           COPY ADDRREC.
       FD  CHKIS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CHKIS-REC PIC X(81).
       FD  ACTHS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACTHS-REC PIC X(83).
       FD  RNSTA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           03 OV-PROGRAM PIC X(8).
           03 OV-RUNDATE PIC 9(8).
           03 OV-REASON PIC X(30).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  CHKIS-DATA.
           COPY CHKREC.
       01  ACT-DATA.
           03 RC-DISBURSE PIC 9(7)V9(2).
           03 RC-REMAIN PIC 9(7)V9(2).
           03 RC-TAKE PIC 9(4)V9(2).
       01  REVERSE-CALC.
           03 RV-REMAIN PIC 9(7)V9(2).
           03 RV-BUCKET PIC 9(5)V9(2).
           03 RV-INTACCR PIC 9(5)V9(2).
           03 RV-FEEAMT PIC 9(5)V9(2).
           03 RV-INTAMT PIC 9(5)V9(2).
           03 RV-PRINAMT PIC 9(5)V9(2).
       01  INTEREST-CALC.
           03 IC-TODAY-INT PIC 9(7).
           03 IC-FROM-INT PIC 9(7).
           03 IC-DAYS PIC S9(6).
           03 IC-INTPAID PIC 9(5)V9(2).
           03 IC-INTACCR PIC 9(5)V9(2).
           03 IC-PRINPAID PIC 9(5)V9(2).
           03 IC-PRINCIPAL PIC S9(5)V9(2).
       01  MISC.
           03 EOF-R PIC 9 VALUE 0.
           03 MSTR-STATUS PIC X(2).
           03 FOUND-SW PIC X(1).
           03 SUB PIC 99.
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
           03 NEXT-CHECKNO PIC 9(6) VALUE 100001.
       01  REF-COUNTS.
           03 CT-READ PIC 9(4) VALUE 0.
           03 CT-CASH PIC 9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           PERFORM 900-CHECK-RUN-STATUS.
           MOVE 'S' TO RS-STATUS.
           MOVE SPACES TO RS-REASON.
           MOVE SPACES TO RS-REASON.
           PERFORM 950-APPEND-STATUS.
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
               DISPLAY 'LAB5REF STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       900-CHECK-RUN-STATUS.
           OPEN INPUT RNSTA-FILE.
           IF RNSTA-STATUS = '00' THEN
           IF ACTHS-STATUS = '35' THEN
               OPEN OUTPUT ACTHS-FILE
           END-IF.
           MOVE CURRENT-DATE TO J-BATCHDATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO J-BATCHTIME.
       1100-LOAD-CHECKNO.
           MOVE RF-AMOUNT TO RG-AMOUNT.
           MOVE 0 TO RG-CHECKNO.
           MOVE RF-STUDENT-ID TO I-STUDENT-ID.
           MOVE RF-LOANSEQ TO I-LOANSEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO FOUND-SW
               MOVE 0 TO RC-OVERPAY
           END-IF.
       4150-ACCRUE-INTEREST.
           MOVE I-INTPAID TO IC-INTPAID.
           MOVE I-INTACCR TO IC-INTACCR.
           IF I-INTRATE = 0 OR I-LOANDATE = 0 THEN
               COMPUTE RC-INTEREST = IC-INTPAID + IC-INTACCR
           ELSE
               MOVE I-PRINPAID TO IC-PRINPAID
               COMPUTE IC-PRINCIPAL = RC-LOAN - IC-PRINPAID
               IF IC-PRINCIPAL < 0 THEN
                   MOVE 0 TO IC-PRINCIPAL
               END-IF
               COMPUTE IC-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(CURRENT-DATE)
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
               COMPUTE RC-INTEREST ROUNDED = IC-INTPAID + IC-INTACCR
                   + IC-PRINCIPAL * I-INTRATE * IC-DAYS / 100 / 365
           END-IF.
       4200-CUT-CHECK.
           IF RF-AMOUNT < RC-OVERPAY THEN
       4450-WRITE-CHECK-ISSUE.
           MOVE NEXT-CHECKNO TO K-CHECKNO.
           MOVE RF-STUDENT-ID TO K-STUDENT-ID.
           MOVE RF-LOANSEQ TO K-LOANSEQ.
           MOVE RF-NAME TO K-NAME.
           MOVE RC-DISBURSE TO K-AMOUNT.
           MOVE RV-FEEAMT TO K-FEEAMT.
           MOVE RV-INTAMT TO K-INTAMT.
           MOVE RV-PRINAMT TO K-PRINAMT.
           MOVE CURRENT-DATE TO K-ISSUE-DATE.
           MOVE 'O' TO K-STATUS.
           MOVE 0 TO K-STATUS-DATE.
           WRITE CHKIS-REC FROM CHKIS-DATA.
       4480-WRITE-ACTIVITY.
           MOVE RF-STUDENT-ID TO AH-STUDENT-ID.
           MOVE RF-LOANSEQ TO AH-LOANSEQ.
           MOVE CURRENT-DATE TO AH-DATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO AH-TIME.
           MOVE 'R' TO AH-TYPE.
           MOVE RC-DISBURSE TO AH-AMOUNT.
           MOVE 'REFUND DISBURSED' TO AH-DESC.
           MOVE RV-FEEAMT TO AH-FEEAMT.
           MOVE RV-INTAMT TO AH-INTAMT.
           MOVE RV-PRINAMT TO AH-PRINAMT.
           WRITE ACTHS-REC FROM ACT-DATA.
       4400-POST-TO-MASTER.
           MOVE RC-DISBURSE TO RC-REMAIN.
                   SUBTRACT RC-TAKE FROM RC-REMAIN
               END-IF
           END-PERFORM.
           PERFORM 4420-REVERSE-BUCKETS.
           REWRITE MASTER-REC.
           MOVE 'C' TO J-CODE.
           MOVE MASTER-REC TO J-AFTER.
           ACCEPT J-TIME FROM TIME.
           WRITE JRNL-REC FROM JRNL-DATA.
      *    The refunded cash comes back out of the waterfall buckets in
      *    reverse order: principal first, then interest (which goes
      *    back to accrued), then fees.
       4420-REVERSE-BUCKETS.
           MOVE RC-DISBURSE TO RV-REMAIN.
           MOVE 0 TO RV-FEEAMT.
           MOVE 0 TO RV-INTAMT.
           MOVE 0 TO RV-PRINAMT.
           MOVE I-PRINPAID TO RV-BUCKET.
           IF RV-BUCKET < RV-REMAIN THEN
               MOVE RV-BUCKET TO RV-PRINAMT
           ELSE
               MOVE RV-REMAIN TO RV-PRINAMT
           END-IF.
           SUBTRACT RV-PRINAMT FROM RV-BUCKET.
           SUBTRACT RV-PRINAMT FROM RV-REMAIN.
           MOVE RV-BUCKET TO I-PRINPAID.
           MOVE I-INTPAID TO RV-BUCKET.
           IF RV-BUCKET < RV-REMAIN THEN
               MOVE RV-BUCKET TO RV-INTAMT
           ELSE
               MOVE RV-REMAIN TO RV-INTAMT
           END-IF.
           SUBTRACT RV-INTAMT FROM RV-BUCKET.
           SUBTRACT RV-INTAMT FROM RV-REMAIN.
           MOVE RV-BUCKET TO I-INTPAID.
           MOVE I-INTACCR TO RV-INTACCR.
           ADD RV-INTAMT TO RV-INTACCR.
           MOVE RV-INTACCR TO I-INTACCR.
           MOVE I-FEEPAID TO RV-BUCKET.
           IF RV-BUCKET < RV-REMAIN THEN
               MOVE RV-BUCKET TO RV-FEEAMT
           ELSE
               MOVE RV-REMAIN TO RV-FEEAMT
           END-IF.
           SUBTRACT RV-FEEAMT FROM RV-BUCKET.
           MOVE RV-BUCKET TO I-FEEPAID.
       8000-PRINT-TOTALS.
           MOVE SPACES TO CHKRG-REC.
           WRITE CHKRG-REC
