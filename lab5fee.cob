      *never billed a late fee. Loans under an active deferment or
      *forbearance (I-DEFSTAT set and the end date not yet passed)
      *are skipped the same way, so no charge is ever posted that
      *would have to be reversed by hand, and so are loans that have
      *been charged off to bad debt. Every master update is
      *journaled to DA-S-JRNL with before and after images so a
      *lab5rcv roll forward reproduces the assessments made since
      *the last backup. Fees are assessed loan by loan; the master
      *is read in loan-key order, so a borrower's loans arrive
      *together and a borrower charged on more than one loan gets a
      *total line for the fees posted across all of those loans.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5fee.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT FEERG-FILE ASSIGN TO 'UR-S-FEERG'.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
           SELECT ACTHS-FILE ASSIGN TO 'DA-S-ACTHS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTHS-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
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
           03 FILLER PIC X(6) VALUE 'RUN '.
           03 FG-RUNDATE PIC 9(8).
       01  FEERG-COLHEAD.
           03 FILLER PIC X(10) VALUE 'ID-LOAN'.
           03 FILLER PIC X(22) VALUE 'NAME'.
           03 FILLER PIC X(6) VALUE 'INST'.
           03 FILLER PIC X(10) VALUE 'DUE DATE'.
           03 FILLER PIC X(10) VALUE 'FEE'.
       01  FEERG-DETAIL.
           03 FG-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE '-'.
           03 FG-SEQ PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FG-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FG-INSTNUM PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FG-BUCKET PIC X(22).
           03 FG-FEE PIC $$,$$9.99.
       01  FEERG-BORROWER.
           03 FG-BRID PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'BORROWER TOTAL'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FG-BRLOANS PIC Z9.
           03 FILLER PIC X(36) VALUE ' LOANS'.
           03 FG-BRFEES PIC $$,$$9.99.
       01  FEERG-TOT-READ.
           03 FILLER PIC X(28) VALUE 'MASTER RECORDS READ        '.
           03 FG-CTREAD PIC ZZZZ9.
           03 FC-CHARGE PIC 9(4)V9(2).
           03 FC-TOTAL PIC 9(5)V9(2).
           03 FC-POSTED PIC X(1).
       01  BORROWER-CALC.
           03 BR-ID PIC 9(6) VALUE 0.
           03 BR-LOANS PIC 9(2) VALUE 0.
           03 BR-FEES PIC 9(5)V9(2) VALUE 0.
       01  BAL-CALC.
           03 BC-LOAN PIC 9(5)V9(2).
           03 BC-PAID PIC 9(4)V9(2).
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
           03 ACTHS-STATUS PIC X(2).
           03 SUB PIC 99.
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       01  FEE-COUNTS.
           03 CT-READ PIC 9(5) VALUE 0.
           03 CT-CHARGED PIC 9(5) VALUE 0.
           03 CT-FEES PIC 9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           OPEN I-O MASTER-FILE
               OUTPUT FEERG-FILE.
           MOVE CURRENT-DATE TO FG-RUNDATE.
           IF ACTHS-STATUS = '35' THEN
               OPEN OUTPUT ACTHS-FILE
           END-IF.
           MOVE CURRENT-DATE TO J-BATCHDATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO J-BATCHTIME.
           MOVE ZEROES TO I-LOANKEY.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
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
               DISPLAY 'LAB5FEE STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1500-ASSESS-LOOP.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-M
                   PERFORM 2900-BORROWER-BREAK
               NOT AT END
                   ADD 1 TO CT-READ
                   IF I-STUDENT-ID NOT = BR-ID THEN
                       PERFORM 2900-BORROWER-BREAK
                       MOVE I-STUDENT-ID TO BR-ID
                   END-IF
                   ADD 1 TO BR-LOANS
                   PERFORM 2000-ASSESS-RECORD
           END-READ.
       2000-ASSESS-RECORD.
           PERFORM 1800-COMPUTE-BALANCE.
           IF ((I-DEFSTAT = 'D' OR I-DEFSTAT = 'F')
                   AND CURRENT-DATE NOT > I-DEFEND)
                   OR I-COSTAT = 'C' THEN
               CONTINUE
           ELSE
               PERFORM 2100-ASSESS-OPEN-RECORD
           COMPUTE BC-BALANCE = BC-LOAN + BC-INTEREST + BC-FEES
               - BC-TOTPAID.
       1900-ACCRUE-INTEREST.
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
       2200-ASSESS-INSTALLMENT.
           COMPUTE AG-TODAY-INT =
           MOVE 'Y' TO FC-POSTED.
           ADD 1 TO CT-CHARGED.
           ADD FC-CHARGE TO CT-FEES.
           ADD FC-CHARGE TO BR-FEES.
           MOVE I-STUDENT-ID TO FG-ID.
           MOVE I-LOANSEQ TO FG-SEQ.
           MOVE I-NAME TO FG-NAME.
           MOVE SUB TO FG-INSTNUM.
           MOVE I-PAIDDUEDATE(SUB) TO FG-DUEDATE.
           PERFORM 2500-WRITE-ACTIVITY.
       2500-WRITE-ACTIVITY.
           MOVE I-STUDENT-ID TO AH-STUDENT-ID.
           MOVE I-LOANSEQ TO AH-LOANSEQ.
           MOVE CURRENT-DATE TO AH-DATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO AH-TIME.
           MOVE 'F' TO AH-TYPE.
           MOVE FC-CHARGE TO AH-AMOUNT.
           MOVE 'LATE FEE ASSESSED' TO AH-DESC.
           MOVE 0 TO AH-FEEAMT.
           MOVE 0 TO AH-INTAMT.
           MOVE 0 TO AH-PRINAMT.
           WRITE ACTHS-REC FROM ACT-DATA.
       2900-BORROWER-BREAK.
           IF BR-LOANS > 1 AND BR-FEES > 0 THEN
               MOVE BR-ID TO FG-BRID
               MOVE BR-LOANS TO FG-BRLOANS
               MOVE BR-FEES TO FG-BRFEES
               WRITE FEERG-REC FROM FEERG-BORROWER
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 0 TO BR-LOANS.
           MOVE 0 TO BR-FEES.
       8000-PRINT-TOTALS.
           MOVE SPACES TO FEERG-REC.
           WRITE FEERG-REC
