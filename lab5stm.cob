      *(DA-S-ADDRS) that lab5adr maintains; students on the loan
      *master with no address record still get a statement but are
      *listed on the no-address exception report (UR-S-STMEX) so the
      *address can be chased before the mailing goes out. A borrower
      *gets one statement covering every loan on the master: the
      *master is read in loan-key order, so each loan prints as its
      *own section (amount, date, interest, fees, installments, and
      *the loan balance), and the statement closes with the balance
      *due across all of the borrower's loans and the earliest
      *installment due on any of them. Loans charged off to bad
      *debt are left off the statement - the outside agency bills
      *those - and a borrower whose loans are all charged off gets
      *no statement.
      *Every statement ends with a tear-off remittance coupon for the
      *bank lockbox: the amount due (the level installments, loan
      *over payment count, falling due within the next 30 days or
      *already past due, on every loan not under an active
      *deferment, held to the loan balance) and an OCR scan line of
      *the student ID, the amount due in cents, and a mod-10 check
      *digit over both, which the lockbox program lab5lbx verifies
      *before a returned coupon's payment is posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5stm.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT STMT-FILE ASSIGN TO 'UR-S-STMT'.
           SELECT ADDR-FILE ASSIGN TO 'DA-S-ADDRS'
               RECORD KEY IS A-STUDENT-ID
               FILE STATUS IS ADDR-STATUS.
           SELECT STMEX-FILE ASSIGN TO 'UR-S-STMEX'.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       FD  STMEX-FILE
               LABEL RECORDS ARE OMITTED.
       01  STMEX-REC PIC X(80).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  MAIL-BLOCK1.
           03 MB-NAME PIC X(20).
       01  MAIL-BLOCK2.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'ID  '.
           03 SL-ID PIC 9(6).
       01  STMT-LOANSEQ.
           03 FILLER PIC X(18) VALUE 'LOAN NUMBER       '.
           03 SL-LOANSEQ PIC 9(2).
       01  STMT-LOAN.
           03 FILLER PIC X(18) VALUE 'ORIGINAL LOAN     '.
           03 SL-LOAN PIC $$$,$$9.99.
           03 SL-DUEDATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-PAID PIC ZZZ9.99.
       01  STMT-LOAN-BAL.
           03 FILLER PIC X(18) VALUE 'LOAN BALANCE      '.
           03 SL-LNBAL PIC $$$,$$9.99.
           03 SL-LNCR PIC X(3).
       01  STMT-BALANCE.
           03 FILLER PIC X(18) VALUE 'BALANCE DUE       '.
           03 SL-BALANCE PIC $$,$$$,$$9.99.
       01  STMT-OVERPAID.
           03 FILLER PIC X(18) VALUE 'CREDIT BALANCE    '.
           03 SL-OVERPAID PIC $$,$$$,$$9.99.
           03 FILLER PIC X(22) VALUE ' - REFUND TO FOLLOW'.
       01  STMT-NEXTDUE.
           03 FILLER PIC X(18) VALUE 'NEXT PAYMENT DUE  '.
           03 SL-NEXTDUE PIC 9(8).
       01  STMT-PAIDUP.
           03 FILLER PIC X(30) VALUE 'NO FURTHER PAYMENT SCHEDULED'.
       01  STMT-DETACH.
           03 FILLER PIC X(40) VALUE
               '- - - - - - DETACH AND RETURN THIS PORTI'.
           03 FILLER PIC X(30) VALUE
               'ON WITH YOUR PAYMENT - - - - -'.
       01  STMT-CPN-HEAD.
           03 FILLER PIC X(30) VALUE 'REMITTANCE COUPON'.
       01  STMT-CPN-ID.
           03 FILLER PIC X(9) VALUE 'STUDENT  '.
           03 SL-CPNNAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'ID  '.
           03 SL-CPNID PIC 9(6).
       01  STMT-CPN-DUE.
           03 FILLER PIC X(18) VALUE 'AMOUNT DUE        '.
           03 SL-AMTDUE PIC $$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'DUE BY '.
           03 SL-DUEBY PIC 9(8).
       01  STMT-CPN-ENCL.
           03 FILLER PIC X(18) VALUE 'AMOUNT ENCLOSED   '.
           03 FILLER PIC X(14) VALUE '$_____________'.
       01  STMT-SCANLINE.
           03 FILLER PIC X(30) VALUE SPACES.
           03 SL-SCANID PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SL-SCANAMT PIC 9(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SL-SCANCHK PIC 9(1).
       01  DATA-FORMATER.
           03 D-LOAN PIC 9(5)V9(2).
           03 D-PAID PIC 9(4)V9(2).
           03 D-INTEREST PIC 9(5)V9(2).
           03 D-FEES PIC 9(5)V9(2).
           03 D-BALANCE PIC S9(5)V9(2).
           03 D-INST PIC 9(5)V9(2).
           03 D-DUE PIC 9(7)V9(2).
           03 D-DUECT PIC 9(2).
       01  BORROWER-TOTAL.
           03 BT-ID PIC 9(6) VALUE 0.
           03 BT-STARTED PIC X(1) VALUE 'N'.
           03 BT-NAME PIC X(20).
           03 BT-BALANCE PIC S9(7)V9(2).
           03 BT-NEXTDUE PIC 9(8).
           03 BT-AMTDUE PIC 9(7)V9(2).
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
       01  INTEREST-CALC.
           03 IC-TODAY-INT PIC 9(7).
           03 IC-FROM-INT PIC 9(7).
           03 IC-DAYS PIC S9(6).
           03 IC-INTPAID PIC 9(5)V9(2).
           03 IC-INTACCR PIC 9(5)V9(2).
           03 IC-PRINPAID PIC 9(5)V9(2).
           03 IC-PRINCIPAL PIC S9(5)V9(2).
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 MSTR-STATUS PIC X(2).
           03 ADDR-FOUND PIC X(1).
           03 SUB PIC 99.
           03 NEXT-DUE PIC 9(8).
           03 DUE-CUTOFF PIC 9(8).
           03 DUE-CUTOFF-INT PIC 9(7).
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           COMPUTE DUE-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE) + 30.
           COMPUTE DUE-CUTOFF =
               FUNCTION DATE-OF-INTEGER(DUE-CUTOFF-INT).
           OPEN INPUT MASTER-FILE
               OUTPUT STMT-FILE
               OUTPUT STMEX-FILE.
           WRITE STMEX-REC FROM STMEX-HEADING.
           MOVE SPACES TO STMEX-REC.
           WRITE STMEX-REC.
           MOVE ZEROES TO I-LOANKEY.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
               CLOSE ADDR-FILE
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
               DISPLAY 'LAB5STM STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1500-STATEMENT-LOOP.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-M
                   PERFORM 2900-PRINT-TOTALS
               NOT AT END
                   IF I-COSTAT NOT = 'C' THEN
                       PERFORM 1600-STATEMENT-LOAN
                   END-IF
           END-READ.
       1600-STATEMENT-LOAN.
           IF BT-STARTED = 'N'
                   OR I-STUDENT-ID NOT = BT-ID THEN
               PERFORM 2900-PRINT-TOTALS
               PERFORM 2000-PRINT-STATEMENT
           END-IF.
           PERFORM 2100-PRINT-LOAN.
       2000-PRINT-STATEMENT.
           MOVE I-STUDENT-ID TO BT-ID.
           MOVE 'Y' TO BT-STARTED.
           MOVE I-NAME TO BT-NAME.
           MOVE 0 TO BT-BALANCE.
           MOVE 0 TO BT-NEXTDUE.
           MOVE 0 TO BT-AMTDUE.
           PERFORM 1800-PRINT-MAIL-BLOCK.
           MOVE CURRENT-DATE TO SL-RUNDATE.
           WRITE STMT-REC FROM STMT-HEAD1
           MOVE I-STUDENT-ID TO SL-ID.
           WRITE STMT-REC FROM STMT-HEAD2
               AFTER ADVANCING 1 LINE.
       2100-PRINT-LOAN.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
               AFTER ADVANCING 1 LINE.
           MOVE I-LOANSEQ TO SL-LOANSEQ.
           WRITE STMT-REC FROM STMT-LOANSEQ
               AFTER ADVANCING 1 LINE.
           MOVE I-LOAN TO D-LOAN.
           MOVE D-LOAN TO SL-LOAN.
           MOVE I-LOANDATE TO SL-LOANDATE.
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO D-TOTPAID.
           MOVE 0 TO NEXT-DUE.
           MOVE 0 TO D-DUECT.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > I-NUMPAY
               MOVE SUB TO SL-INSTNUM
                       AND I-PAIDDUEDATE(SUB) > 0 THEN
                   MOVE I-PAIDDUEDATE(SUB) TO NEXT-DUE
               END-IF
               IF D-PAID = 0
                       AND I-PAIDDUEDATE(SUB) > 0
                       AND I-PAIDDUEDATE(SUB) NOT > DUE-CUTOFF THEN
                   ADD 1 TO D-DUECT
               END-IF
           END-PERFORM.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
           COMPUTE D-BALANCE = D-LOAN + D-INTEREST + D-FEES
               - D-TOTPAID.
           IF D-BALANCE >= 0 THEN
               MOVE D-BALANCE TO SL-LNBAL
               MOVE SPACES TO SL-LNCR
           ELSE
               COMPUTE SL-LNBAL = D-BALANCE * -1
               MOVE ' CR' TO SL-LNCR
           END-IF.
           WRITE STMT-REC FROM STMT-LOAN-BAL
               AFTER ADVANCING 1 LINE.
           ADD D-BALANCE TO BT-BALANCE.
           PERFORM 2300-AMOUNT-DUE.
           IF NEXT-DUE > 0 THEN
               IF BT-NEXTDUE = 0 OR NEXT-DUE < BT-NEXTDUE THEN
                   MOVE NEXT-DUE TO BT-NEXTDUE
               END-IF
           END-IF.
       2900-PRINT-TOTALS.
           IF BT-STARTED = 'Y' THEN
               MOVE SPACES TO STMT-REC
               WRITE STMT-REC
                   AFTER ADVANCING 1 LINE
               IF BT-BALANCE >= 0 THEN
                   MOVE BT-BALANCE TO SL-BALANCE
                   WRITE STMT-REC FROM STMT-BALANCE
                       AFTER ADVANCING 1 LINE
               ELSE
                   COMPUTE SL-OVERPAID = BT-BALANCE * -1
                   WRITE STMT-REC FROM STMT-OVERPAID
                       AFTER ADVANCING 1 LINE
               END-IF
               IF BT-NEXTDUE > 0 THEN
                   MOVE BT-NEXTDUE TO SL-NEXTDUE
                   WRITE STMT-REC FROM STMT-NEXTDUE
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE STMT-REC FROM STMT-PAIDUP
                       AFTER ADVANCING 1 LINE
               END-IF
               PERFORM 2950-PRINT-COUPON
           END-IF.
      *    The tear-off coupon. The scan line is the student ID, the
      *    amount due in cents, and the check digit over the two.
       2950-PRINT-COUPON.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
               AFTER ADVANCING 2 LINES.
           WRITE STMT-REC FROM STMT-DETACH
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
               AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-CPN-HEAD
               AFTER ADVANCING 1 LINE.
           MOVE BT-NAME TO SL-CPNNAME.
           MOVE BT-ID TO SL-CPNID.
           WRITE STMT-REC FROM STMT-CPN-ID
               AFTER ADVANCING 1 LINE.
           MOVE BT-AMTDUE TO SL-AMTDUE.
           MOVE BT-NEXTDUE TO SL-DUEBY.
           WRITE STMT-REC FROM STMT-CPN-DUE
               AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-CPN-ENCL
               AFTER ADVANCING 1 LINE.
           MOVE BT-ID TO CD-ID.
           COMPUTE CD-AMOUNT = BT-AMTDUE * 100.
           PERFORM 2960-CHECK-DIGIT.
           MOVE CD-ID TO SL-SCANID.
           MOVE CD-AMOUNT TO SL-SCANAMT.
           MOVE CD-CHECK TO SL-SCANCHK.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
               AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-SCANLINE
               AFTER ADVANCING 1 LINE.
      *    Mod-10 check digit: working from the rightmost digit, every
      *    other digit is doubled (less 9 when the double exceeds 9),
      *    and the check digit brings the sum up to a multiple of 10.
       2960-CHECK-DIGIT.
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
      *    Installments due within 30 days or already past due, at
      *    the level installment, held to what is owed on the loan.
       2300-AMOUNT-DUE.
           IF (I-DEFSTAT = 'D' OR I-DEFSTAT = 'F')
                   AND CURRENT-DATE NOT > I-DEFEND THEN
               MOVE 0 TO D-DUECT
           END-IF.
           MOVE 0 TO D-DUE.
           IF I-NUMPAY > 0 THEN
               COMPUTE D-INST ROUNDED = D-LOAN / I-NUMPAY
               COMPUTE D-DUE = D-INST * D-DUECT
           END-IF.
           IF D-BALANCE < D-DUE THEN
               IF D-BALANCE > 0 THEN
                   MOVE D-BALANCE TO D-DUE
               ELSE
                   MOVE 0 TO D-DUE
               END-IF
           END-IF.
           ADD D-DUE TO BT-AMTDUE.
       1800-PRINT-MAIL-BLOCK.
           MOVE 'N' TO ADDR-FOUND.
           IF ADDR-AVAIL = 'Y' THEN
           MOVE I-NAME TO EX-NAME.
           WRITE STMEX-REC FROM STMEX-DETAIL.
       2200-ACCRUE-INTEREST.
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
               IF IC-DAYS < 0 THEN
                   MOVE 0 TO IC-DAYS
               END-IF
               COMPUTE D-INTEREST ROUNDED = IC-INTPAID + IC-INTACCR
                   + IC-PRINCIPAL * I-INTRATE * IC-DAYS / 100 / 365
           END-IF.
       END PROGRAM lab5stm.
