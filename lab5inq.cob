      *slot with its due date and amount paid, the fee total, and
      *the same accrued-interest and balance figures lab5 computes
      *in 1760-ACCRUE-INTEREST and 1700-COMPUTE-MONEY, so the number
      *quoted on the phone always matches the batch report. A keyed
      *ID shows every loan the borrower has on the master, one block
      *per loan sequence, followed by the borrower's total balance
      *across all of those loans; N steps to the next borrower.
      *A loan charged off to bad debt also shows the charge-off
      *date, the amount written off, and the agency recoveries
      *posted against it; its interest stopped at the charge-off.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5inq.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY LOANREC.
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  INQ-LINE1.
           03 FILLER PIC X(9) VALUE 'STUDENT  '.
           03 IQ-NAME PIC X(20).
           03 FILLER PIC X(4) VALUE ' ID '.
           03 IQ-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE '-'.
           03 IQ-SEQ PIC 9(2).
           03 FILLER PIC X(8) VALUE '  MAJOR '.
           03 IQ-MAJOR PIC X(4).
           03 FILLER PIC X(7) VALUE '  YEAR '.
           03 FILLER PIC X(11) VALUE 'BALANCE    '.
           03 IQ-BALANCE PIC $$$,$$9.99.
           03 IQ-BALTAG PIC X(11).
       01  INQ-LINE7.
           03 FILLER PIC X(15) VALUE 'BORROWER TOTAL '.
           03 IQ-LOANS PIC Z9.
           03 FILLER PIC X(8) VALUE ' LOANS  '.
           03 FILLER PIC X(8) VALUE 'BALANCE '.
           03 IQ-TOTBAL PIC $$,$$$,$$9.99.
           03 IQ-TOTTAG PIC X(11).
       01  INQ-LINE8.
           03 FILLER PIC X(12) VALUE 'CHARGED OFF '.
           03 IQ-CODATE PIC 9(8).
           03 FILLER PIC X(14) VALUE '  WRITTEN OFF '.
           03 IQ-COAMT PIC $$$,$$9.99.
           03 FILLER PIC X(12) VALUE '  RECOVERED '.
           03 IQ-RECOV PIC $$$,$$9.99.
       01  DATA-FORMATER.
           03 D-LOAN PIC 9(5)V9(2).
           03 D-PAID PIC 9(4)V9(2).
           03 D-FEES PIC 9(5)V9(2).
           03 D-BALANCE PIC S9(5)V9(2).
           03 D-OVERPAY PIC 9(5)V9(2).
           03 D-COAMT PIC 9(5)V9(2).
           03 D-RECOV PIC 9(5)V9(2).
       01  BORROWER-TOTAL.
           03 BT-ID PIC 9(6).
           03 BT-LOANS PIC 9(2).
           03 BT-BALANCE PIC S9(7)V9(2).
           03 BT-OVERPAY PIC 9(7)V9(2).
       01  INTEREST-CALC.
           03 IC-TODAY-INT PIC 9(7).
           03 IC-FROM-INT PIC 9(7).
           03 IC-DAYS PIC S9(6).
           03 IC-INTPAID PIC 9(5)V9(2).
           03 IC-INTACCR PIC 9(5)V9(2).
           03 IC-PRINPAID PIC 9(5)V9(2).
           03 IC-PRINCIPAL PIC S9(5)V9(2).
       01  MISC.
           03 MSTR-STATUS PIC X(2).
           03 DONE-SW PIC X(1) VALUE 'N'.
           03 POSITIONED-SW PIC X(1) VALUE 'N'.
           03 SCAN-SW PIC X(1).
           03 INQ-REPLY PIC X(6).
           03 SUB PIC 99.
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           OPEN INPUT MASTER-FILE.
           IF MSTR-STATUS NOT = '00' THEN
               DISPLAY 'DA-S-MASTR NOT AVAILABLE - STATUS '
               CLOSE MASTER-FILE
           END-IF.
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
               DISPLAY 'LAB5INQ STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1500-INQUIRY-LOOP.
           DISPLAY 'ENTER STUDENT ID, N FOR NEXT, END TO QUIT'.
           MOVE SPACES TO INQ-REPLY.
                   DISPLAY 'INVALID ENTRY - ' INQ-REPLY
           END-EVALUATE.
       2000-READ-BY-KEY.
           MOVE INQ-REPLY TO BT-ID.
           MOVE BT-ID TO I-STUDENT-ID.
           MOVE 0 TO I-LOANSEQ.
           MOVE 'Y' TO SCAN-SW.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 'N' TO SCAN-SW
           END-START.
           IF SCAN-SW = 'Y' THEN
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO SCAN-SW
               END-READ
           END-IF.
           IF SCAN-SW = 'Y' AND I-STUDENT-ID = BT-ID THEN
               PERFORM 2700-SHOW-BORROWER
           ELSE
               DISPLAY 'NO MASTER RECORD FOR ID ' INQ-REPLY
               MOVE 'N' TO POSITIONED-SW
           END-IF.
       2500-READ-NEXT.
           IF POSITIONED-SW = 'N' THEN
               MOVE ZEROES TO I-LOANKEY
               START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
                   INVALID KEY
                       DISPLAY 'MASTER FILE IS EMPTY'
               END-START
           ELSE
               MOVE BT-ID TO I-STUDENT-ID
               MOVE 99 TO I-LOANSEQ
               START MASTER-FILE KEY IS GREATER THAN I-LOANKEY
                   INVALID KEY
                       CONTINUE
               END-START
           END-IF.
           READ MASTER-FILE NEXT RECORD
               AT END
                   DISPLAY 'END OF MASTER FILE'
                   MOVE 'N' TO POSITIONED-SW
               NOT AT END
                   PERFORM 2700-SHOW-BORROWER
           END-READ.
       2700-SHOW-BORROWER.
           MOVE I-STUDENT-ID TO BT-ID.
           MOVE 'Y' TO POSITIONED-SW.
           MOVE 0 TO BT-LOANS.
           MOVE 0 TO BT-BALANCE.
           MOVE 'Y' TO SCAN-SW.
           PERFORM 3000-DISPLAY-ACCOUNT.
           PERFORM 2750-NEXT-LOAN
               UNTIL SCAN-SW = 'N'.
           MOVE BT-LOANS TO IQ-LOANS.
           IF BT-BALANCE >= 0 THEN
               MOVE BT-BALANCE TO IQ-TOTBAL
               MOVE SPACES TO IQ-TOTTAG
           ELSE
               COMPUTE BT-OVERPAY = BT-BALANCE * -1
               MOVE BT-OVERPAY TO IQ-TOTBAL
               MOVE ' OVERPAID' TO IQ-TOTTAG
           END-IF.
           DISPLAY INQ-LINE7.
           DISPLAY SPACE.
       2750-NEXT-LOAN.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO SCAN-SW
               NOT AT END
                   IF I-STUDENT-ID = BT-ID THEN
                       PERFORM 3000-DISPLAY-ACCOUNT
                   ELSE
                       MOVE 'N' TO SCAN-SW
                   END-IF
           END-READ.
       3000-DISPLAY-ACCOUNT.
           MOVE I-NAME TO IQ-NAME.
           MOVE I-STUDENT-ID TO IQ-ID.
           MOVE I-LOANSEQ TO IQ-SEQ.
           MOVE I-MAJOR TO IQ-MAJOR.
           MOVE I-YEAR TO IQ-YEAR.
           DISPLAY INQ-LINE1.
           DISPLAY INQ-LINE5.
           COMPUTE D-BALANCE = D-LOAN + D-INTEREST + D-FEES
               - D-TOTPAID.
      *    A charged-off loan carries no balance, as on the batch
      *    report; what was written off shows on its own line.
           IF I-COSTAT = 'C' THEN
               MOVE 0 TO D-BALANCE
           END-IF.
           IF D-BALANCE >= 0 THEN
               MOVE D-BALANCE TO IQ-BALANCE
               MOVE SPACES TO IQ-BALTAG
               MOVE ' OVERPAID' TO IQ-BALTAG
           END-IF.
           DISPLAY INQ-LINE6.
           IF I-COSTAT = 'C' THEN
               MOVE I-CODATE TO IQ-CODATE
               MOVE I-COAMT TO D-COAMT
               MOVE D-COAMT TO IQ-COAMT
               MOVE I-RECOVAMT TO D-RECOV
               MOVE D-RECOV TO IQ-RECOV
               DISPLAY INQ-LINE8
           END-IF.
           DISPLAY SPACE.
           ADD 1 TO BT-LOANS.
           ADD D-BALANCE TO BT-BALANCE.
       3500-ACCRUE-INTEREST.
           MOVE I-INTPAID TO IC-INTPAID.
           MOVE I-INTACCR TO IC-INTACCR.
           IF I-INTRATE = 0 OR I-LOANDATE = 0 THEN
               COMPUTE D-INTEREST = IC-INTPAID + IC-INTACCR
           ELSE
               MOVE I-PRINPAID TO IC-PRINPAID
               COMPUTE IC-PRINCIPAL = D-LOAN - IC-PRINPAID
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
               IF IC-DAYS < 0 OR I-COSTAT = 'C' THEN
                   MOVE 0 TO IC-DAYS
               END-IF
               COMPUTE D-INTEREST ROUNDED = IC-INTPAID + IC-INTACCR
                   + IC-PRINCIPAL * I-INTRATE * IC-DAYS / 100 / 365
           END-IF.
       END PROGRAM lab5inq.
