      *back-to-back runs. Letters print to UR-S-DUNLT, one page per
      *letter, every action is appended to DA-S-COLHS, and the
      *collections register (UR-S-COLRG) shows every account worked
      *with counts for balancing. Collections work the borrower,
      *not the single loan: the master is read in loan-key order, so
      *a borrower's loans arrive together, and the borrower qualifies
      *when any loan in repayment qualifies. The amount due on the
      *letter, the register, and the placement extract is the total
      *balance across all of the borrower's loans in repayment, and
      *the oldest due date is the oldest past-due installment on any
      *of them. Loans already charged off to bad debt are the
      *agency's to work and are passed by.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5col.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT COLHS-FILE ASSIGN TO 'DA-S-COLHS'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PLACE-FILE ASSIGN TO 'UR-S-PLACE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLRG-FILE ASSIGN TO 'UR-S-COLRG'.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       FD  COLRG-FILE
               LABEL RECORDS ARE OMITTED.
       01  COLRG-REC PIC X(100).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  COLHS-DATA.
           03 H-STUDENT-ID PIC 9(6).
           03 H-SENTDATE PIC 9(8).
           03 BC-BALANCE PIC S9(5)V9(2).
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
           03 AG-SENT-INT PIC 9(7).
           03 AG-ELAPSED PIC S9(6).
       01  BORROWER-WORK.
           03 BW-ID PIC 9(6) VALUE 0.
           03 BW-NAME PIC X(20).
           03 BW-LOANS PIC 9(2).
           03 BW-QUAL-SW PIC X(1) VALUE 'N'.
           03 BW-BALANCE PIC S9(7)V9(2).
           03 BW-OLDEST-DUE PIC 9(8).
       01  QUAL-WORK.
           03 QW-OVER90-SW PIC X(1).
           03 QW-COUNT31 PIC 9(2).
           03 NEXT-LETTER PIC X(1).
           03 INTERVAL-OK-SW PIC X(1).
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       01  COL-COUNTS.
           03 CT-READ PIC 9(5) VALUE 0.
           03 CT-QUALIFIED PIC 9(5) VALUE 0.
           03 CT-PLACE-AMT PIC 9(9)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           PERFORM 1000-LOAD-HISTORY.
           OPEN INPUT MASTER-FILE
               OUTPUT DUNLT-FILE
               AFTER ADVANCING PAGE.
           WRITE COLRG-REC FROM COLRG-COLHEAD
               AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO I-LOANKEY.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
               COLRG-FILE
               COLHS-FILE.
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
               DISPLAY 'LAB5COL STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1000-LOAD-HISTORY.
           OPEN INPUT COLHS-FILE.
           IF COLHS-STATUS = '00' THEN
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-M
                   PERFORM 2900-BORROWER-BREAK
               NOT AT END
                   ADD 1 TO CT-READ
                   IF I-STUDENT-ID NOT = BW-ID THEN
                       PERFORM 2900-BORROWER-BREAK
                       PERFORM 2010-START-BORROWER
                   END-IF
                   PERFORM 2000-CHECK-ACCOUNT
           END-READ.
       2000-CHECK-ACCOUNT.
           IF ((I-DEFSTAT = 'D' OR I-DEFSTAT = 'F')
                   AND CURRENT-DATE NOT > I-DEFEND)
                   OR I-COSTAT = 'C' THEN
               CONTINUE
           ELSE
               PERFORM 2050-CHECK-OPEN-ACCOUNT
           END-IF.
       2010-START-BORROWER.
           MOVE I-STUDENT-ID TO BW-ID.
           MOVE I-NAME TO BW-NAME.
           MOVE 0 TO BW-LOANS.
           MOVE 'N' TO BW-QUAL-SW.
           MOVE 0 TO BW-BALANCE.
           MOVE 0 TO BW-OLDEST-DUE.
       2050-CHECK-OPEN-ACCOUNT.
           PERFORM 2100-QUALIFY-ACCOUNT.
           PERFORM 2600-COMPUTE-BALANCE.
           ADD 1 TO BW-LOANS.
           ADD BC-BALANCE TO BW-BALANCE.
           IF QW-OVER90-SW = 'Y' OR QW-COUNT31 >= 2 THEN
               MOVE 'Y' TO BW-QUAL-SW
           END-IF.
           IF QW-OLDEST-DUE > 0 THEN
               IF BW-OLDEST-DUE = 0
                       OR QW-OLDEST-DUE < BW-OLDEST-DUE THEN
                   MOVE QW-OLDEST-DUE TO BW-OLDEST-DUE
               END-IF
           END-IF.
       2100-QUALIFY-ACCOUNT.
           MOVE 'N' TO QW-OVER90-SW.
               END-IF
           END-PERFORM.
       2500-WORK-ACCOUNT.
           PERFORM 2700-FIND-HISTORY.
           PERFORM 2800-CHECK-INTERVAL.
           MOVE BW-ID TO CG-ID.
           MOVE BW-NAME TO CG-NAME.
           MOVE BW-BALANCE TO CG-BALANCE.
           EVALUATE TRUE
               WHEN HX = 0
                   MOVE 'HISTORY TABLE FULL - SKIPPED' TO CG-ACTION
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
               COMPUTE BC-INTEREST ROUNDED = IC-INTPAID + IC-INTACCR
                   + IC-PRINCIPAL * I-INTRATE * IC-DAYS / 100 / 365
           END-IF.
       2700-FIND-HISTORY.
           MOVE 0 TO HX.
           PERFORM VARYING HS FROM 1 BY 1
               UNTIL HS > HIST-COUNT
               IF HT-ID(HS) = BW-ID THEN
                   MOVE HS TO HX
               END-IF
           END-PERFORM.
               IF HIST-COUNT < 5000 THEN
                   ADD 1 TO HIST-COUNT
                   MOVE HIST-COUNT TO HX
                   MOVE BW-ID TO HT-ID(HX)
                   MOVE '0' TO HT-LEVEL(HX)
                   MOVE 0 TO HT-LASTDATE(HX)
               END-IF
           END-IF.
       2900-BORROWER-BREAK.
           IF BW-QUAL-SW = 'Y' THEN
               ADD 1 TO CT-QUALIFIED
               PERFORM 2500-WORK-ACCOUNT
           END-IF.
           MOVE 'N' TO BW-QUAL-SW.
       3000-SEND-LETTER.
           EVALUATE HT-LEVEL(HX)
               WHEN '0'
           MOVE SPACES TO DUNLT-REC.
           WRITE DUNLT-REC
               AFTER ADVANCING 1 LINE.
           MOVE BW-NAME TO DL-NAME.
           MOVE BW-ID TO DL-ID.
           WRITE DUNLT-REC FROM DUNLT-NAME
               AFTER ADVANCING 1 LINE.
           MOVE BW-BALANCE TO DL-BALANCE.
           WRITE DUNLT-REC FROM DUNLT-BAL
               AFTER ADVANCING 1 LINE.
           MOVE BW-OLDEST-DUE TO DL-OLDEST.
           WRITE DUNLT-REC FROM DUNLT-DUE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DUNLT-REC.
                   AFTER ADVANCING 1 LINE
           END-IF.
       3800-WRITE-HISTORY.
           MOVE BW-ID TO H-STUDENT-ID.
           MOVE CURRENT-DATE TO H-SENTDATE.
           MOVE NEXT-LETTER TO H-LETTER.
           WRITE COLHS-REC FROM COLHS-DATA.
       4000-PLACE-ACCOUNT.
           MOVE BW-ID TO PL-ID.
           MOVE BW-NAME TO PL-NAME.
           MOVE BW-BALANCE TO PL-BALANCE.
           MOVE BW-OLDEST-DUE TO PL-OLDEST-DUE.
           WRITE PLACE-REC FROM PLACE-DETAIL.
           ADD 1 TO CT-PLACED.
           ADD BW-BALANCE TO CT-PLACE-AMT.
           MOVE 'P' TO NEXT-LETTER.
           MOVE 'P' TO HT-LEVEL(HX).
           MOVE CURRENT-DATE TO HT-LASTDATE(HX).
