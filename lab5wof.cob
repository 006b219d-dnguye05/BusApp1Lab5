      ******************************************************************
      *Author: David Nguyen
      *Date: October 6, 2026
      *Purpose: lab5wof
      *Charge-off and agency recovery run for the student loan
      *master file (DA-S-MASTR). Once lab5col has written a borrower
      *to the placement extract for the outside agency, the balance
      *used to sit on the master as a normal receivable forever.
      *A one-record control card (DA-S-WOFCTL) selects the function:
      *  C  charge-off - every loan of a borrower placed with the
      *     agency (the latest 'P' record on the collections history
      *     file DA-S-COLHS) at least the control card's number of
      *     days ago (180 when the card leaves it zero) is written
      *     off: interest is brought current to today and stops, the
      *     balance is recorded as the charge-off amount, and the
      *     loan is marked charged off (I-COSTAT C) so the aging,
      *     fee, ACH, statement and collections runs pass it by.
      *     Loans with no balance left are not charged off.
      *  R  recoveries - post the agency's monthly remittance file
      *     (DA-S-AGREM: student ID, date collected, gross amount
      *     collected, commission withheld) against the borrower's
      *     charged-off loans, oldest loan first, each loan taking
      *     up to its unrecovered balance and the last one taking
      *     any excess; the commission is spread in proportion. The
      *     remittance must carry an 'H' header and a 'T' trailer
      *     with the detail count and the gross and commission
      *     totals; if they do not tie, nothing is posted and the
      *     run ends with return code 8. Collections for a borrower
      *     with no charged-off loan are listed but not posted.
      *Every master update is journaled to DA-S-JRNL with before and
      *after images and written to the activity history (DA-S-ACTHS)
      *as a W (written off) or A (agency recovery) event. The
      *written-off, recovered and commission amounts stay on the
      *loan, and lab5 books their change since its last run to the
      *general ledger interface by major - bad debt expense against
      *loans receivable, cash against bad debt recoveries, and
      *agency commission expense against cash. A register
      *(UR-S-WOFRG) lists every loan written off or recovery posted,
      *with control totals for balancing.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5wof.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'DA-S-WOFCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT COLHS-FILE ASSIGN TO 'DA-S-COLHS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLHS-STATUS.
           SELECT AGREM-FILE ASSIGN TO 'DA-S-AGREM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGREM-STATUS.
           SELECT WOFRG-FILE ASSIGN TO 'UR-S-WOFRG'.
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
       FD  CTL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CTL-REC.
           03 WC-FUNC PIC X(1).
           03 WC-DAYS PIC 9(3).
       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY LOANREC.
       FD  COLHS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  COLHS-REC PIC X(15).
       FD  AGREM-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  AGREM-REC.
           03 GR-RECTYPE PIC X(1).
           03 GR-STUDENT-ID PIC 9(6).
           03 GR-COLLDATE PIC 9(8).
           03 GR-GROSS PIC 9(5)V9(2).
           03 GR-COMMIS PIC 9(5)V9(2).
       01  AGREM-TRL.
           03 FILLER PIC X(1).
           03 GRT-COUNT PIC 9(6).
           03 GRT-GROSS PIC 9(9)V9(2).
           03 GRT-COMMIS PIC 9(9)V9(2).
       FD  WOFRG-FILE
               LABEL RECORDS ARE OMITTED.
       01  WOFRG-REC PIC X(100).
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
           COPY ACTREC.
       01  TIME-STAMP.
           03 TS-HHMMSS PIC 9(6).
           03 TS-HUND PIC 9(2).
       01  COLHS-DATA.
           03 H-STUDENT-ID PIC 9(6).
           03 H-SENTDATE PIC 9(8).
           03 H-LETTER PIC X(1).
       01  PLACE-TABLE.
           03 PLC-COUNT PIC 9(4) VALUE 0.
           03 PLC-ENTRY OCCURS 5000 TIMES.
               05 PT-ID PIC 9(6).
               05 PT-DATE PIC 9(8).
       01  WOFRG-HEADING.
           03 FILLER PIC X(30) VALUE 'CHARGE-OFF/RECOVERY REGISTER  '.
           03 RG-FUNC PIC X(1).
           03 FILLER PIC X(6) VALUE '  RUN '.
           03 RG-RUNDATE PIC 9(8).
       01  WOFRG-COLHEAD.
           03 FILLER PIC X(10) VALUE 'ID-LOAN'.
           03 FILLER PIC X(22) VALUE 'NAME'.
           03 FILLER PIC X(10) VALUE 'DATE'.
           03 FILLER PIC X(12) VALUE 'AMOUNT'.
           03 FILLER PIC X(12) VALUE 'COMMISSION'.
           03 FILLER PIC X(30) VALUE 'DISPOSITION'.
       01  WOFRG-DETAIL.
           03 RG-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE '-'.
           03 RG-SEQ PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RG-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-AMOUNT PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-COMMIS PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-DISP PIC X(30).
       01  WOFRG-TOT-READ.
           03 FILLER PIC X(28) VALUE 'RECORDS READ               '.
           03 RG-CTREAD PIC ZZZZ9.
       01  WOFRG-TOT-WOFF.
           03 FILLER PIC X(28) VALUE 'LOANS CHARGED OFF          '.
           03 RG-CTWOFF PIC ZZZZ9.
       01  WOFRG-TOT-WOAMT.
           03 FILLER PIC X(28) VALUE 'AMOUNT WRITTEN OFF         '.
           03 RG-WOAMT PIC $$$,$$$,$$9.99.
       01  WOFRG-TOT-RECV.
           03 FILLER PIC X(28) VALUE 'RECOVERIES POSTED          '.
           03 RG-CTRECV PIC ZZZZ9.
       01  WOFRG-TOT-GROSS.
           03 FILLER PIC X(28) VALUE 'GROSS RECOVERED            '.
           03 RG-GROSS PIC $$$,$$$,$$9.99.
       01  WOFRG-TOT-COMM.
           03 FILLER PIC X(28) VALUE 'COMMISSION WITHHELD        '.
           03 RG-COMM PIC $$$,$$$,$$9.99.
       01  WOFRG-TOT-NET.
           03 FILLER PIC X(28) VALUE 'NET CASH RECEIVED          '.
           03 RG-NET PIC $$$,$$$,$$9.99.
       01  WOFRG-TOT-SKIP.
           03 FILLER PIC X(28) VALUE 'NOT POSTED                 '.
           03 RG-CTSKIP PIC ZZZZ9.
       01  WOFRG-BAT-MSG.
           03 RG-BATMSG PIC X(48).
       01  WOFRG-BAT-COUNT.
           03 FILLER PIC X(28) VALUE 'TRAILER COUNT / READ       '.
           03 RG-BATCT1 PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-BATCT2 PIC ZZZZZ9.
       01  WOFRG-BAT-GROSS.
           03 FILLER PIC X(28) VALUE 'TRAILER GROSS / READ       '.
           03 RG-BATGR1 PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-BATGR2 PIC $$$,$$$,$$9.99.
       01  WOFRG-BAT-COMM.
           03 FILLER PIC X(28) VALUE 'TRAILER COMMISSION / READ  '.
           03 RG-BATCM1 PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-BATCM2 PIC $$$,$$$,$$9.99.
       01  WOFRG-BADCTL.
           03 FILLER PIC X(40) VALUE
               'INVALID CONTROL CARD - NO ACTION TAKEN'.
       01  BAL-CALC.
           03 BC-LOAN PIC 9(5)V9(2).
           03 BC-PAID PIC 9(4)V9(2).
           03 BC-TOTPAID PIC 9(5)V9(2).
           03 BC-INTEREST PIC 9(5)V9(2).
           03 BC-NEWINT PIC 9(5)V9(2).
           03 BC-FEES PIC 9(5)V9(2).
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
           03 AG-PLACE-INT PIC 9(7).
           03 AG-DAYS PIC S9(6).
       01  RECOVERY-CALC.
           03 RV-COAMT PIC 9(5)V9(2).
           03 RV-RECOV PIC 9(5)V9(2).
           03 RV-COMM PIC 9(5)V9(2).
           03 RV-GROSS-LEFT PIC 9(5)V9(2).
           03 RV-COMM-LEFT PIC 9(5)V9(2).
           03 RV-PART PIC 9(5)V9(2).
       01  LOAN-ALLOC.
           03 LA-COUNT PIC 9(2).
           03 LA-ENTRY OCCURS 99 TIMES.
               05 LA-SEQ PIC 9(2).
               05 LA-REMAIN PIC 9(5)V9(2).
               05 LA-GROSS PIC 9(5)V9(2).
               05 LA-COMM PIC 9(5)V9(2).
       01  MISC.
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-V PIC 9 VALUE 0.
           03 MSTR-STATUS PIC X(2).
           03 COLHS-STATUS PIC X(2).
           03 AGREM-STATUS PIC X(2).
           03 JRNL-STATUS PIC X(2).
           03 ACTHS-STATUS PIC X(2).
           03 FOUND-SW PIC X(1).
           03 SCAN-SW PIC X(1).
           03 EDIT-SW PIC X(1).
           03 SUB PIC 99.
           03 LAX PIC 99.
           03 PX PIC 9(4).
           03 PS PIC 9(4).
           03 CHGOFF-DAYS PIC 9(3).
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       01  BATCH-CONTROLS.
           03 BATCH-OK PIC X(1) VALUE 'N'.
           03 BV-HDR-SW PIC X(1) VALUE 'N'.
           03 BV-TRL-SW PIC X(1) VALUE 'N'.
           03 BV-COUNT PIC 9(6) VALUE 0.
           03 BV-GROSS PIC 9(9)V9(2) VALUE 0.
           03 BV-COMMIS PIC 9(9)V9(2) VALUE 0.
           03 BV-TRLCOUNT PIC 9(6) VALUE 0.
           03 BV-TRLGROSS PIC 9(9)V9(2) VALUE 0.
           03 BV-TRLCOMMIS PIC 9(9)V9(2) VALUE 0.
       01  WOF-COUNTS.
           03 CT-READ PIC 9(5) VALUE 0.
           03 CT-WRITTEN-OFF PIC 9(5) VALUE 0.
           03 CT-WOAMT PIC 9(9)V9(2) VALUE 0.
           03 CT-RECOVERED PIC 9(5) VALUE 0.
           03 CT-GROSS PIC 9(9)V9(2) VALUE 0.
           03 CT-COMMIS PIC 9(9)V9(2) VALUE 0.
           03 CT-NET PIC 9(9)V9(2) VALUE 0.
           03 CT-SKIPPED PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           OPEN OUTPUT WOFRG-FILE.
           PERFORM 1000-READ-CONTROL.
           EVALUATE TRUE
               WHEN EOF-C = 1
                   WRITE WOFRG-REC FROM WOFRG-BADCTL
                       AFTER ADVANCING PAGE
               WHEN WC-FUNC = 'C'
                   PERFORM 1500-PRINT-HEADING
                   PERFORM 3000-CHARGE-OFF
                   PERFORM 8000-PRINT-TOTALS
               WHEN WC-FUNC = 'R'
                   PERFORM 1500-PRINT-HEADING
                   PERFORM 5000-POST-RECOVERIES
                   IF BATCH-OK = 'Y' THEN
                       PERFORM 8000-PRINT-TOTALS
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   WRITE WOFRG-REC FROM WOFRG-BADCTL
                       AFTER ADVANCING PAGE
           END-EVALUATE.
           CLOSE WOFRG-FILE.
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
               DISPLAY 'LAB5WOF STOPPED - NO VALID BUSINESS DATE '
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
           IF EOF-C = 0 THEN
               IF WC-DAYS NUMERIC AND WC-DAYS > 0 THEN
                   MOVE WC-DAYS TO CHGOFF-DAYS
               ELSE
                   MOVE 180 TO CHGOFF-DAYS
               END-IF
           END-IF.
       1500-PRINT-HEADING.
           MOVE WC-FUNC TO RG-FUNC.
           MOVE CURRENT-DATE TO RG-RUNDATE.
           WRITE WOFRG-REC FROM WOFRG-HEADING
               AFTER ADVANCING PAGE.
           WRITE WOFRG-REC FROM WOFRG-COLHEAD
               AFTER ADVANCING 2 LINES.
       1800-OPEN-JOURNAL.
           OPEN EXTEND JRNL-FILE.
           IF JRNL-STATUS = '35' THEN
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE CURRENT-DATE TO J-BATCHDATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO J-BATCHTIME.
           OPEN EXTEND ACTHS-FILE.
           IF ACTHS-STATUS = '35' THEN
               OPEN OUTPUT ACTHS-FILE
           END-IF.
       3000-CHARGE-OFF.
           PERFORM 3050-LOAD-PLACEMENTS.
           PERFORM 1800-OPEN-JOURNAL.
           OPEN I-O MASTER-FILE.
           COMPUTE AG-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE).
           MOVE ZEROES TO I-LOANKEY.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           PERFORM 3100-CHARGE-OFF-LOOP
               UNTIL EOF-M = 1.
           CLOSE MASTER-FILE
               JRNL-FILE
               ACTHS-FILE.
      *    The placement date kept for each student is the latest 'P'
      *    record on the collections history.
       3050-LOAD-PLACEMENTS.
           OPEN INPUT COLHS-FILE.
           IF COLHS-STATUS = '00' THEN
               PERFORM 3060-LOAD-ONE-PLACEMENT
               PERFORM 3060-LOAD-ONE-PLACEMENT
                   UNTIL EOF-H = 1
               CLOSE COLHS-FILE
           END-IF.
       3060-LOAD-ONE-PLACEMENT.
           READ COLHS-FILE INTO COLHS-DATA
               AT END MOVE 1 TO EOF-H
               NOT AT END
                   IF H-LETTER = 'P' THEN
                       PERFORM 3070-POST-PLACEMENT
                   END-IF
           END-READ.
       3070-POST-PLACEMENT.
           PERFORM 3080-FIND-PLACEMENT.
           IF PX = 0 THEN
               IF PLC-COUNT < 5000 THEN
                   ADD 1 TO PLC-COUNT
                   MOVE PLC-COUNT TO PX
                   MOVE H-STUDENT-ID TO PT-ID(PX)
                   MOVE H-SENTDATE TO PT-DATE(PX)
               END-IF
           ELSE
               IF H-SENTDATE > PT-DATE(PX) THEN
                   MOVE H-SENTDATE TO PT-DATE(PX)
               END-IF
           END-IF.
       3080-FIND-PLACEMENT.
           MOVE 0 TO PX.
           PERFORM VARYING PS FROM 1 BY 1
               UNTIL PS > PLC-COUNT
               IF PT-ID(PS) = H-STUDENT-ID THEN
                   MOVE PS TO PX
               END-IF
           END-PERFORM.
       3100-CHARGE-OFF-LOOP.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-M
               NOT AT END
                   ADD 1 TO CT-READ
                   IF I-COSTAT NOT = 'C' THEN
                       PERFORM 3200-CHECK-LOAN
                   END-IF
           END-READ.
       3200-CHECK-LOAN.
           MOVE I-STUDENT-ID TO H-STUDENT-ID.
           PERFORM 3080-FIND-PLACEMENT.
           IF PX > 0 THEN
               COMPUTE AG-PLACE-INT =
                   FUNCTION INTEGER-OF-DATE(PT-DATE(PX))
               COMPUTE AG-DAYS = AG-TODAY-INT - AG-PLACE-INT
               IF AG-DAYS NOT < CHGOFF-DAYS THEN
                   PERFORM 3300-WRITE-OFF-LOAN
               END-IF
           END-IF.
       3300-WRITE-OFF-LOAN.
           PERFORM 2600-COMPUTE-BALANCE.
           MOVE I-STUDENT-ID TO RG-ID.
           MOVE I-LOANSEQ TO RG-SEQ.
           MOVE I-NAME TO RG-NAME.
           MOVE PT-DATE(PX) TO RG-DATE.
           MOVE 0 TO RG-COMMIS.
           IF BC-BALANCE NOT > 0 THEN
               ADD 1 TO CT-SKIPPED
               MOVE 0 TO RG-AMOUNT
               MOVE 'NO BALANCE - NOT CHARGED OFF' TO RG-DISP
           ELSE
               MOVE MASTER-REC TO J-BEFORE
               MOVE I-INTACCR TO IC-INTACCR
               ADD BC-NEWINT TO IC-INTACCR
               MOVE IC-INTACCR TO I-INTACCR
               MOVE CURRENT-DATE TO I-INTDATE
               MOVE BC-BALANCE TO RV-COAMT
               MOVE 'C' TO I-COSTAT
               MOVE CURRENT-DATE TO I-CODATE
               MOVE RV-COAMT TO I-COAMT
               MOVE ZEROES TO I-RECOVAMT
               MOVE ZEROES TO I-RECCOMM
               REWRITE MASTER-REC
               PERFORM 4600-WRITE-JOURNAL
               MOVE 'W' TO AH-TYPE
               MOVE RV-COAMT TO AH-AMOUNT
               MOVE 'CHARGED OFF TO BAD DEBT' TO AH-DESC
               PERFORM 4700-WRITE-ACTIVITY
               ADD 1 TO CT-WRITTEN-OFF
               ADD RV-COAMT TO CT-WOAMT
               MOVE RV-COAMT TO RG-AMOUNT
               MOVE 'CHARGED OFF' TO RG-DISP
           END-IF.
           WRITE WOFRG-REC FROM WOFRG-DETAIL
               AFTER ADVANCING 1 LINE.
      *    Same balance and day-count interest lab5 computes, with the
      *    interest accrued since it was last brought current held
      *    apart in BC-NEWINT so the charge-off can bring it current.
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
           MOVE 0 TO BC-NEWINT.
           IF I-INTRATE NOT = 0 AND I-LOANDATE NOT = 0 THEN
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
               COMPUTE BC-NEWINT ROUNDED =
                   IC-PRINCIPAL * I-INTRATE * IC-DAYS / 100 / 365
           END-IF.
           COMPUTE BC-INTEREST = IC-INTPAID + IC-INTACCR + BC-NEWINT.
       4600-WRITE-JOURNAL.
           MOVE 'C' TO J-CODE.
           MOVE MASTER-REC TO J-AFTER.
           ACCEPT J-TIME FROM TIME.
           WRITE JRNL-REC FROM JRNL-DATA.
       4700-WRITE-ACTIVITY.
           MOVE I-STUDENT-ID TO AH-STUDENT-ID.
           MOVE I-LOANSEQ TO AH-LOANSEQ.
           MOVE CURRENT-DATE TO AH-DATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO AH-TIME.
           MOVE 0 TO AH-FEEAMT.
           MOVE 0 TO AH-INTAMT.
           MOVE 0 TO AH-PRINAMT.
           WRITE ACTHS-REC FROM ACT-DATA.
       5000-POST-RECOVERIES.
           OPEN INPUT AGREM-FILE.
           IF AGREM-STATUS NOT = '00' THEN
               MOVE 'REMITTANCE FILE MISSING - NOTHING POSTED'
                   TO RG-BATMSG
               WRITE WOFRG-REC FROM WOFRG-BAT-MSG
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 5100-VERIFY-BATCH
               CLOSE AGREM-FILE
               IF BATCH-OK = 'Y' THEN
                   PERFORM 5300-POST-BATCH
               END-IF
           END-IF.
       5100-VERIFY-BATCH.
           PERFORM 5150-VERIFY-ONE.
           PERFORM 5150-VERIFY-ONE
               UNTIL EOF-V = 1.
           EVALUATE TRUE
               WHEN BV-HDR-SW = 'N'
                   MOVE 'REMITTANCE HEADER MISSING - NOTHING POSTED'
                       TO RG-BATMSG
                   PERFORM 5200-PRINT-BATCH-ERROR
               WHEN BV-TRL-SW = 'N'
                   MOVE 'REMITTANCE TRAILER MISSING - NOTHING POSTED'
                       TO RG-BATMSG
                   PERFORM 5200-PRINT-BATCH-ERROR
               WHEN BV-COUNT NOT = BV-TRLCOUNT
               WHEN BV-GROSS NOT = BV-TRLGROSS
               WHEN BV-COMMIS NOT = BV-TRLCOMMIS
                   MOVE 'REMITTANCE OUT OF BALANCE - NOTHING POSTED'
                       TO RG-BATMSG
                   PERFORM 5200-PRINT-BATCH-ERROR
               WHEN OTHER
                   MOVE 'Y' TO BATCH-OK
           END-EVALUATE.
       5150-VERIFY-ONE.
           READ AGREM-FILE
               AT END MOVE 1 TO EOF-V
               NOT AT END
                   EVALUATE GR-RECTYPE
                       WHEN 'H'
                           MOVE 'Y' TO BV-HDR-SW
                       WHEN 'T'
                           MOVE 'Y' TO BV-TRL-SW
                           MOVE GRT-COUNT TO BV-TRLCOUNT
                           MOVE GRT-GROSS TO BV-TRLGROSS
                           MOVE GRT-COMMIS TO BV-TRLCOMMIS
                       WHEN OTHER
                           ADD 1 TO BV-COUNT
                           IF GR-GROSS NUMERIC THEN
                               ADD GR-GROSS TO BV-GROSS
                           END-IF
                           IF GR-COMMIS NUMERIC THEN
                               ADD GR-COMMIS TO BV-COMMIS
                           END-IF
                   END-EVALUATE
           END-READ.
       5200-PRINT-BATCH-ERROR.
           WRITE WOFRG-REC FROM WOFRG-BAT-MSG
               AFTER ADVANCING 2 LINES.
           MOVE BV-TRLCOUNT TO RG-BATCT1.
           MOVE BV-COUNT TO RG-BATCT2.
           WRITE WOFRG-REC FROM WOFRG-BAT-COUNT
               AFTER ADVANCING 1 LINE.
           MOVE BV-TRLGROSS TO RG-BATGR1.
           MOVE BV-GROSS TO RG-BATGR2.
           WRITE WOFRG-REC FROM WOFRG-BAT-GROSS
               AFTER ADVANCING 1 LINE.
           MOVE BV-TRLCOMMIS TO RG-BATCM1.
           MOVE BV-COMMIS TO RG-BATCM2.
           WRITE WOFRG-REC FROM WOFRG-BAT-COMM
               AFTER ADVANCING 1 LINE.
       5300-POST-BATCH.
           PERFORM 1800-OPEN-JOURNAL.
           OPEN INPUT AGREM-FILE
               I-O MASTER-FILE.
           PERFORM 5400-READ-REMITTANCE.
           PERFORM 5500-REMITTANCE-LOOP
               UNTIL EOF-R = 1.
           CLOSE AGREM-FILE
               MASTER-FILE
               JRNL-FILE
               ACTHS-FILE.
       5400-READ-REMITTANCE.
           READ AGREM-FILE
               AT END MOVE 1 TO EOF-R.
       5500-REMITTANCE-LOOP.
           IF GR-RECTYPE = 'H' OR GR-RECTYPE = 'T' THEN
               CONTINUE
           ELSE
               ADD 1 TO CT-READ
               PERFORM 5600-APPLY-REMITTANCE
           END-IF.
           PERFORM 5400-READ-REMITTANCE.
       5600-APPLY-REMITTANCE.
           MOVE GR-STUDENT-ID TO RG-ID.
           MOVE 0 TO RG-SEQ.
           MOVE SPACES TO RG-NAME.
           MOVE GR-COLLDATE TO RG-DATE.
           MOVE 'Y' TO EDIT-SW.
           IF GR-STUDENT-ID NOT NUMERIC
                   OR GR-GROSS NOT NUMERIC
                   OR GR-COMMIS NOT NUMERIC THEN
               MOVE 'N' TO EDIT-SW
               MOVE 0 TO RG-AMOUNT
               MOVE 0 TO RG-COMMIS
               MOVE 'INVALID REMITTANCE RECORD' TO RG-DISP
           ELSE
               MOVE GR-GROSS TO RG-AMOUNT
               MOVE GR-COMMIS TO RG-COMMIS
               IF GR-GROSS = 0 OR GR-COMMIS > GR-GROSS THEN
                   MOVE 'N' TO EDIT-SW
                   MOVE 'INVALID GROSS/COMMISSION' TO RG-DISP
               END-IF
           END-IF.
           IF EDIT-SW = 'Y' THEN
               PERFORM 5700-FIND-CHARGED-OFF
               IF LA-COUNT = 0 THEN
                   MOVE 'N' TO EDIT-SW
                   MOVE 'NO CHARGED-OFF LOAN - NOT POSTED' TO RG-DISP
               END-IF
           END-IF.
           IF EDIT-SW = 'N' THEN
               ADD 1 TO CT-SKIPPED
               WRITE WOFRG-REC FROM WOFRG-DETAIL
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 5800-ALLOCATE-RECOVERY
               PERFORM 5900-POST-ONE-LOAN
                   VARYING LAX FROM 1 BY 1
                   UNTIL LAX > LA-COUNT
               ADD GR-GROSS TO CT-GROSS
               ADD GR-COMMIS TO CT-COMMIS
               COMPUTE CT-NET = CT-GROSS - CT-COMMIS
           END-IF.
      *    The borrower's charged-off loans, in loan-sequence order,
      *    with the part of each written-off balance not yet
      *    recovered.
       5700-FIND-CHARGED-OFF.
           MOVE 0 TO LA-COUNT.
           MOVE GR-STUDENT-ID TO I-STUDENT-ID.
           MOVE 0 TO I-LOANSEQ.
           MOVE 'Y' TO SCAN-SW.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 'N' TO SCAN-SW
           END-START.
           PERFORM 5750-NEXT-LOAN
               UNTIL SCAN-SW = 'N'.
       5750-NEXT-LOAN.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO SCAN-SW
               NOT AT END
                   IF I-STUDENT-ID = GR-STUDENT-ID THEN
                       IF I-COSTAT = 'C' AND LA-COUNT < 99 THEN
                           ADD 1 TO LA-COUNT
                           MOVE I-LOANSEQ TO LA-SEQ(LA-COUNT)
                           MOVE I-COAMT TO RV-COAMT
                           MOVE I-RECOVAMT TO RV-RECOV
                           IF RV-RECOV < RV-COAMT THEN
                               COMPUTE LA-REMAIN(LA-COUNT) =
                                   RV-COAMT - RV-RECOV
                           ELSE
                               MOVE 0 TO LA-REMAIN(LA-COUNT)
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'N' TO SCAN-SW
                   END-IF
           END-READ.
      *    Each loan takes up to its unrecovered balance, the last
      *    loan takes whatever is left, and the commission follows
      *    the gross in proportion. The loan that takes the last of
      *    the gross also takes what is left of the commission, so
      *    none of it is left on a loan that is not posted.
       5800-ALLOCATE-RECOVERY.
           MOVE GR-GROSS TO RV-GROSS-LEFT.
           MOVE GR-COMMIS TO RV-COMM-LEFT.
           PERFORM VARYING LAX FROM 1 BY 1
               UNTIL LAX > LA-COUNT
               IF LAX = LA-COUNT
                       OR LA-REMAIN(LAX) NOT < RV-GROSS-LEFT THEN
                   MOVE RV-GROSS-LEFT TO LA-GROSS(LAX)
               ELSE
                   MOVE LA-REMAIN(LAX) TO LA-GROSS(LAX)
               END-IF
               SUBTRACT LA-GROSS(LAX) FROM RV-GROSS-LEFT
               IF RV-GROSS-LEFT = 0 THEN
                   MOVE RV-COMM-LEFT TO LA-COMM(LAX)
               ELSE
                   COMPUTE RV-PART ROUNDED =
                       GR-COMMIS * LA-GROSS(LAX) / GR-GROSS
                   IF RV-PART > RV-COMM-LEFT THEN
                       MOVE RV-COMM-LEFT TO RV-PART
                   END-IF
                   MOVE RV-PART TO LA-COMM(LAX)
               END-IF
               SUBTRACT LA-COMM(LAX) FROM RV-COMM-LEFT
           END-PERFORM.
       5900-POST-ONE-LOAN.
           IF LA-GROSS(LAX) > 0 THEN
               MOVE GR-STUDENT-ID TO I-STUDENT-ID
               MOVE LA-SEQ(LAX) TO I-LOANSEQ
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO FOUND-SW
               END-READ
               IF FOUND-SW = 'Y' THEN
                   MOVE MASTER-REC TO J-BEFORE
                   MOVE I-RECOVAMT TO RV-RECOV
                   ADD LA-GROSS(LAX) TO RV-RECOV
                   MOVE RV-RECOV TO I-RECOVAMT
                   MOVE I-RECCOMM TO RV-COMM
                   ADD LA-COMM(LAX) TO RV-COMM
                   MOVE RV-COMM TO I-RECCOMM
                   REWRITE MASTER-REC
                   PERFORM 4600-WRITE-JOURNAL
                   MOVE 'A' TO AH-TYPE
                   MOVE LA-GROSS(LAX) TO AH-AMOUNT
                   MOVE 'AGENCY RECOVERY' TO AH-DESC
                   PERFORM 4700-WRITE-ACTIVITY
                   ADD 1 TO CT-RECOVERED
                   MOVE I-LOANSEQ TO RG-SEQ
                   MOVE I-NAME TO RG-NAME
                   MOVE LA-GROSS(LAX) TO RG-AMOUNT
                   MOVE LA-COMM(LAX) TO RG-COMMIS
                   MOVE 'RECOVERY POSTED' TO RG-DISP
                   WRITE WOFRG-REC FROM WOFRG-DETAIL
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       8000-PRINT-TOTALS.
           MOVE SPACES TO WOFRG-REC.
           WRITE WOFRG-REC
               AFTER ADVANCING 2 LINES.
           MOVE CT-READ TO RG-CTREAD.
           WRITE WOFRG-REC FROM WOFRG-TOT-READ
               AFTER ADVANCING 1 LINE.
           IF WC-FUNC = 'C' THEN
               MOVE CT-WRITTEN-OFF TO RG-CTWOFF
               WRITE WOFRG-REC FROM WOFRG-TOT-WOFF
                   AFTER ADVANCING 1 LINE
               MOVE CT-WOAMT TO RG-WOAMT
               WRITE WOFRG-REC FROM WOFRG-TOT-WOAMT
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE CT-RECOVERED TO RG-CTRECV
               WRITE WOFRG-REC FROM WOFRG-TOT-RECV
                   AFTER ADVANCING 1 LINE
               MOVE CT-GROSS TO RG-GROSS
               WRITE WOFRG-REC FROM WOFRG-TOT-GROSS
                   AFTER ADVANCING 1 LINE
               MOVE CT-COMMIS TO RG-COMM
               WRITE WOFRG-REC FROM WOFRG-TOT-COMM
                   AFTER ADVANCING 1 LINE
               MOVE CT-NET TO RG-NET
               WRITE WOFRG-REC FROM WOFRG-TOT-NET
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE CT-SKIPPED TO RG-CTSKIP.
           WRITE WOFRG-REC FROM WOFRG-TOT-SKIP
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab5wof.
