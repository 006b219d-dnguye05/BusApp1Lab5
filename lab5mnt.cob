      *Purpose: lab5mnt
      *Maintains the indexed student loan master file (DA-S-MASTR)
      *from a batch of add/change/delete transactions (DA-S-TRANS),
      *keyed on I-LOANKEY (student ID plus loan sequence number), so
      *loan officers no longer have to hand-edit the flat DA-S-INPUT
      *file that feeds lab5. After the transactions are applied, the
      *master is unloaded back out to DA-S-INPUT in loan-key order
      *(student ID, then loan sequence) so lab5's report reflects
      *the current master file. Every successful add/change/delete
      *also writes a before-image/after-image journal record to
      *DA-S-JRNL, stamped with the run's batch date and time, so a
      *an amortization schedule (per-installment principal and
      *interest at the quoted rate) is printed on the maintenance
      *report for the officer to hand to the student at signing.
      *An 'A' transaction sets up a new borrower's first loan under
      *the sequence number it carries (zero is taken as 01). An 'L'
      *transaction adds another loan for a returning borrower: it
      *is keyed and edited exactly like an 'A', but the sequence
      *number is assigned here as one more than the highest loan
      *the student ID has on the master or on the paid-off loan
      *archive (DA-S-ARCHV, written by lab5arc), so the earlier
      *loans and their payment history are left untouched. An 'L'
      *for a student with no loan on either file is rejected. A
      *loan sequence is never reused once a loan has been purged:
      *an 'A' with a zero sequence for a student with archived
      *loans also takes the next sequence after the highest one
      *archived, and an 'A' naming a sequence at or below it is
      *rejected. Every other
      *transaction names the loan it applies to by student ID and
      *loan sequence number, and is rejected without one.
      *An 'F' transaction grants a deferment or forbearance: it
      *carries the status code (D deferment, F forbearance) and the
      *start and end dates in the record's deferment fields, and
      *tie, the entire batch is rejected with return code 8 and a
      *balancing report on UR-S-MRPT, before a single record -
      *recycled suspense included - touches DA-S-MASTR.
      *A 'C' transaction corrects the loan terms and due dates but
      *never the amounts paid: cash moves only through the receipt,
      *refund and return runs, which keep the fee, interest and
      *principal split of every payment and record it in the
      *activity history. A change that alters any installment's
      *paid amount is reported as failed and the loan is untouched.
      *A generated or shifted due date that falls on a Saturday, a
      *Sunday or a holiday on the non-processing day calendar
      *(DA-S-HOLDY) is moved to the next processing day.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5mnt.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'DA-S-TRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
           SELECT HOLDY-FILE ASSIGN TO 'DA-S-HOLDY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDY-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'DA-S-ARCHV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           03 T-CODE PIC X(1).
           03 T-BODY.
               COPY LOANREC
                   REPLACING ==I-LOANKEY==      BY ==T-LOANKEY==
                             ==I-STUDENT-ID==   BY ==T-STUDENT-ID==
                             ==I-LOANSEQ==      BY ==T-LOANSEQ==
                             ==I-NAME==          BY ==T-NAME==
                             ==I-MAJOR==         BY ==T-MAJOR==
                             ==I-YEAR==          BY ==T-YEAR==
                             ==I-DEFSTAT==       BY ==T-DEFSTAT==
                             ==I-DEFSTART==      BY ==T-DEFSTART==
                             ==I-DEFEND==        BY ==T-DEFEND==
                             ==I-FEEPAID==       BY ==T-FEEPAID==
                             ==I-FEEPWHOLE==     BY ==T-FEEPWHOLE==
                             ==I-FEEPDECIMAL==   BY ==T-FEEPDECIMAL==
                             ==I-INTPAID==       BY ==T-INTPAID==
                             ==I-INTPWHOLE==     BY ==T-INTPWHOLE==
                             ==I-INTPDECIMAL==   BY ==T-INTPDECIMAL==
                             ==I-PRINPAID==      BY ==T-PRINPAID==
                             ==I-PRINPWHOLE==    BY ==T-PRINPWHOLE==
                             ==I-PRINPDECIMAL==  BY ==T-PRINPDECIMAL==
                             ==I-INTACCR==       BY ==T-INTACCR==
                             ==I-INTAWHOLE==     BY ==T-INTAWHOLE==
                             ==I-INTADECIMAL==   BY ==T-INTADECIMAL==
                             ==I-INTDATE==       BY ==T-INTDATE==
                             ==I-COSTAT==        BY ==T-COSTAT==
                             ==I-CODATE==        BY ==T-CODATE==
                             ==I-COAMT==         BY ==T-COAMT==
                             ==I-COWHOLE==       BY ==T-COWHOLE==
                             ==I-CODECIMAL==     BY ==T-CODECIMAL==
                             ==I-RECOVAMT==      BY ==T-RECOVAMT==
                             ==I-RECWHOLE==      BY ==T-RECWHOLE==
                             ==I-RECDECIMAL==    BY ==T-RECDECIMAL==
                             ==I-RECCOMM==       BY ==T-RECCOMM==
                             ==I-RCMWHOLE==      BY ==T-RCMWHOLE==
                             ==I-RCMDECIMAL==    BY ==T-RCMDECIMAL==
                             ==I-PAID==          BY ==T-PAID==
                             ==I-PAIDWHOLE==     BY ==T-PAIDWHOLE==
                             ==I-PAIDDECIMAL==   BY ==T-PAIDDECIMAL==
                             ==I-PAIDDUEDATE==   BY ==T-PAIDDUEDATE==.
       01  TRANS-REC-ALL PIC X(329).
       01  TRANS-REC-TRL.
           03 FILLER PIC X(1).
           03 TT-COUNT PIC 9(6).
           03 TT-AMOUNT PIC 9(9)V9(2).
           03 FILLER PIC X(311).
       01  TRANS-REC-ADD.
           03 FILLER PIC X(59).
           03 TA-FREQ PIC X(1).
           03 FILLER PIC X(269).
       FD  MRPT-FILE
               LABEL RECORDS ARE OMITTED.
       01  MRPT-REC PIC X(100).
       FD  JRNL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JRNL-REC PIC X(679).
       FD  SUSPIN-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SUSPIN-REC PIC X(369).
       FD  SUSPOUT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SUSPOUT-REC PIC X(369).
       FD  INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  INPUT-REC PIC X(328).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       FD  HOLDY-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  HOLDY-REC PIC X(38).
       FD  ARCH-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ARCH-REC.
           03 AV-PAIDOFF-DATE PIC 9(8).
           03 AV-IMAGE PIC X(328).
           03 AV-IMAGE-HDR REDEFINES AV-IMAGE.
               05 AV-ID PIC 9(6).
               05 AV-SEQ PIC 9(2).
               05 FILLER PIC X(320).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  HOLDY-DATA.
           COPY HOLDYREC.
       01  HOLIDAY-TABLE.
           03 HOL-COUNT PIC 9(3) VALUE 0.
           03 HOL-DATE OCCURS 200 TIMES PIC 9(8).
       01  PROCESSING-DAY.
           03 PD-DATE PIC 9(8).
           03 PD-INT PIC 9(7).
           03 PD-WEEKS PIC 9(7).
           03 PD-DOW PIC 9(1).
           03 PD-OPEN PIC X(1).
           03 PD-SUB PIC 9(3).
       01  JRNL-DATA.
           COPY JRNLREC.
       01  TIME-STAMP.
           03 TS-HHMMSS PIC 9(6).
           03 TS-HUND PIC 9(2).
       01  SUSP-DATA.
           03 SD-TRANS PIC X(329).
           03 SD-REASON PIC X(40).
       01  DEFER-CALC.
           03 DF-START-INT PIC 9(7).
           03 R-CODE PIC X(1).
           03 FILLER PIC X(6) VALUE SPACES.
           03 R-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE '-'.
           03 R-SEQ PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 R-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-RESULT PIC X(30).
           03 EOF-M PIC 9 VALUE 0.
           03 MSTR-STATUS PIC X(2).
           03 JRNL-STATUS PIC X(2).
           03 BUSDT-STATUS PIC X(2).
           03 SUSP-STATUS PIC X(2).
           03 FOUND-SW PIC X(1).
           03 MNT-SUB PIC 99.
           03 WORK-REASON PIC X(40).
           03 MNT-PAYNUM-ED PIC 99.
           03 AMORT-SW PIC X(1) VALUE 'N'.
           03 SCAN-SW PIC X(1).
           03 HIGH-SEQ PIC 9(2).
           03 EOF-A PIC 9 VALUE 0.
           03 ARCH-STATUS PIC X(2).
           03 PAID-CHG-SW PIC X(1).
           03 MNT-OLDPAID PIC 9(4)V9(2).
           03 MNT-NEWPAID PIC 9(4)V9(2).
       01  EDIT-COUNTS.
           03 CT-ACCEPTED PIC 9(4) VALUE 0.
           03 CT-REJECTED PIC 9(4) VALUE 0.
           03 CT-RECYCLED PIC 9(4) VALUE 0.
       01  BATCH-CONTROLS.
           03 EOF-V PIC 9 VALUE 0.
           03 EOF-HL PIC 9 VALUE 0.
           03 HOLDY-STATUS PIC X(2).
           03 BATCH-OK PIC X(1) VALUE 'N'.
           03 BV-HDR-SW PIC X(1) VALUE 'N'.
           03 BV-TRL-SW PIC X(1) VALUE 'N'.
               JRNL-FILE
               SUSPOUT-FILE.
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
               DISPLAY 'LAB5MNT STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INITIALIZE.
           PERFORM 050-READ-BUSINESS-DATE.
           PERFORM 1050-LOAD-HOLIDAYS.
           OPEN I-O MASTER-FILE.
           IF MSTR-STATUS = '35' THEN
               OPEN OUTPUT MASTER-FILE
           IF JRNL-STATUS = '35' THEN
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE BD-BUSDATE TO J-BATCHDATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO J-BATCHTIME.
           OPEN OUTPUT SUSPOUT-FILE.
               AFTER ADVANCING PAGE.
           WRITE MRPT-REC FROM MRPT-COLHEAD
               AFTER ADVANCING 2 LINES.
       1050-LOAD-HOLIDAYS.
           OPEN INPUT HOLDY-FILE.
           IF HOLDY-STATUS = '00' THEN
               PERFORM 1060-LOAD-ONE-HOLIDAY
                   UNTIL EOF-HL = 1
               CLOSE HOLDY-FILE
           END-IF.
       1060-LOAD-ONE-HOLIDAY.
           READ HOLDY-FILE INTO HOLDY-DATA
               AT END MOVE 1 TO EOF-HL
               NOT AT END
                   IF HL-DATE NUMERIC AND HOL-COUNT < 200 THEN
                       ADD 1 TO HOL-COUNT
                       MOVE HL-DATE TO HOL-DATE(HOL-COUNT)
                   END-IF
           END-READ.
       2000-READ-TRANS.
           READ TRANS-FILE
               AT END MOVE 1 TO EOF-T.
                   TO WORK-REASON
               PERFORM 3700-FLAG-ERROR
           END-IF.
           IF T-LOANSEQ NOT NUMERIC THEN
               MOVE 'INVALID LOAN SEQUENCE (NON-NUMERIC)'
                   TO WORK-REASON
               PERFORM 3700-FLAG-ERROR
           ELSE
               IF T-LOANSEQ = 0 AND T-CODE NOT = 'A'
                       AND T-CODE NOT = 'L' THEN
                   MOVE 'MISSING LOAN SEQUENCE NUMBER' TO WORK-REASON
                   PERFORM 3700-FLAG-ERROR
               END-IF
           END-IF.
           EVALUATE T-CODE
               WHEN 'A'
               WHEN 'L'
               WHEN 'C'
                   PERFORM 3600-EDIT-BODY
               WHEN 'D'
                   END-IF
               END-IF
           END-IF.
           IF T-CODE = 'A' OR T-CODE = 'L' THEN
               IF TA-FREQ NOT = 'M' AND TA-FREQ NOT = 'Q' THEN
                   MOVE 'INVALID PAYMENT FREQUENCY (M/Q)'
                       TO WORK-REASON
           WRITE SUSPOUT-REC FROM SUSP-DATA.
           MOVE T-CODE TO R-CODE.
           MOVE T-STUDENT-ID TO R-ID.
           MOVE T-LOANSEQ TO R-SEQ.
           MOVE T-NAME TO R-NAME.
           MOVE 'REJECTED TO SUSPENSE' TO R-RESULT.
           WRITE MRPT-REC FROM MRPT-DETAIL
       4000-APPLY-TRANS.
           MOVE T-CODE TO R-CODE.
           MOVE T-STUDENT-ID TO R-ID.
           MOVE T-LOANSEQ TO R-SEQ.
           MOVE T-NAME TO R-NAME.
           EVALUATE T-CODE
               WHEN 'A'
                   PERFORM 4100-ADD-MASTER
               WHEN 'L'
                   PERFORM 4120-ADD-ANOTHER-LOAN
               WHEN 'C'
                   PERFORM 4200-CHANGE-MASTER
               WHEN 'D'
               PERFORM 4170-PRINT-AMORT
               MOVE 'N' TO AMORT-SW
           END-IF.
      *    A borrower whose earlier loans were all purged to the
      *    archive is not new: the loan takes the next sequence after
      *    the highest one archived, so no loan key is ever reused.
       4100-ADD-MASTER.
           MOVE 0 TO HIGH-SEQ.
           PERFORM 4160-SCAN-ARCHIVE.
           EVALUATE TRUE
               WHEN T-LOANSEQ NOT = 0 AND T-LOANSEQ NOT > HIGH-SEQ
                   MOVE 'ADD FAILED - SEQ IN ARCHIVE' TO R-RESULT
               WHEN T-LOANSEQ = 0 AND HIGH-SEQ = 99
                   MOVE 'ADD FAILED - SEQ LIMIT' TO R-RESULT
               WHEN OTHER
                   MOVE T-STUDENT-ID TO I-STUDENT-ID
                   IF T-LOANSEQ = 0 THEN
                       COMPUTE I-LOANSEQ = HIGH-SEQ + 1
                   ELSE
                       MOVE T-LOANSEQ TO I-LOANSEQ
                   END-IF
                   PERFORM 4110-BUILD-NEW-LOAN
                   MOVE I-LOANSEQ TO R-SEQ
                   WRITE MASTER-REC
                       INVALID KEY
                           MOVE 'ADD FAILED - DUPLICATE ID' TO R-RESULT
                       NOT INVALID KEY
                           MOVE 'ADDED' TO R-RESULT
                           PERFORM 4140-JOURNAL-NEW-LOAN
                   END-WRITE
           END-EVALUATE.
       4110-BUILD-NEW-LOAN.
           MOVE T-NAME TO I-NAME.
           MOVE T-MAJOR TO I-MAJOR.
           MOVE T-YEAR TO I-YEAR.
           MOVE SPACE TO I-DEFSTAT.
           MOVE 0 TO I-DEFSTART.
           MOVE 0 TO I-DEFEND.
           MOVE ZEROES TO I-FEEPAID.
           MOVE ZEROES TO I-INTPAID.
           MOVE ZEROES TO I-PRINPAID.
           MOVE ZEROES TO I-INTACCR.
           MOVE 0 TO I-INTDATE.
           MOVE SPACE TO I-COSTAT.
           MOVE 0 TO I-CODATE.
           MOVE ZEROES TO I-COAMT.
           MOVE ZEROES TO I-RECOVAMT.
           MOVE ZEROES TO I-RECCOMM.
           PERFORM 4150-BUILD-SCHEDULE.
       4120-ADD-ANOTHER-LOAN.
           MOVE 0 TO HIGH-SEQ.
           MOVE T-STUDENT-ID TO I-STUDENT-ID.
           MOVE 0 TO I-LOANSEQ.
           MOVE 'Y' TO SCAN-SW.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 'N' TO SCAN-SW
           END-START.
           PERFORM 4130-SCAN-BORROWER
               UNTIL SCAN-SW = 'N'.
           PERFORM 4160-SCAN-ARCHIVE.
           EVALUATE TRUE
               WHEN HIGH-SEQ = 0
                   MOVE 'ADD LOAN FAILED - NO PRIOR LOAN' TO R-RESULT
               WHEN HIGH-SEQ = 99
                   MOVE 'ADD LOAN FAILED - SEQ LIMIT' TO R-RESULT
               WHEN OTHER
                   MOVE T-STUDENT-ID TO I-STUDENT-ID
                   COMPUTE I-LOANSEQ = HIGH-SEQ + 1
                   PERFORM 4110-BUILD-NEW-LOAN
                   MOVE I-LOANSEQ TO R-SEQ
                   WRITE MASTER-REC
                       INVALID KEY
                           MOVE 'ADD LOAN FAILED - DUPLICATE'
                               TO R-RESULT
                       NOT INVALID KEY
                           MOVE 'ADDITIONAL LOAN ADDED' TO R-RESULT
                           PERFORM 4140-JOURNAL-NEW-LOAN
                   END-WRITE
           END-EVALUATE.
       4130-SCAN-BORROWER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO SCAN-SW
               NOT AT END
                   IF I-STUDENT-ID = T-STUDENT-ID THEN
                       MOVE I-LOANSEQ TO HIGH-SEQ
                   ELSE
                       MOVE 'N' TO SCAN-SW
                   END-IF
           END-READ.
       4140-JOURNAL-NEW-LOAN.
           MOVE 'Y' TO AMORT-SW.
           MOVE 'A' TO J-CODE.
           MOVE SPACES TO J-BEFORE.
           MOVE MASTER-REC TO J-AFTER.
           PERFORM 6000-WRITE-JOURNAL.
       4150-BUILD-SCHEDULE.
           IF TA-FREQ = 'Q' THEN
               MOVE 3 TO AM-STEP
                           AND SC-DD > 30
                       MOVE 30 TO SC-DD
               END-EVALUATE
               MOVE SC-DATE-N TO PD-DATE
               PERFORM 4180-NEXT-PROCESSING-DAY
               MOVE PD-DATE TO I-PAIDDUEDATE(MNT-SUB)
           END-PERFORM.
      *    Raises HIGH-SEQ to the highest loan sequence the borrower
      *    has on the paid-off loan archive.
       4160-SCAN-ARCHIVE.
           MOVE 0 TO EOF-A.
           OPEN INPUT ARCH-FILE.
           IF ARCH-STATUS = '00' THEN
               PERFORM 4165-READ-ARCHIVE
                   UNTIL EOF-A = 1
               CLOSE ARCH-FILE
           END-IF.
       4165-READ-ARCHIVE.
           READ ARCH-FILE
               AT END MOVE 1 TO EOF-A
               NOT AT END
                   IF AV-ID = T-STUDENT-ID
                           AND AV-SEQ NUMERIC
                           AND AV-SEQ > HIGH-SEQ THEN
                       MOVE AV-SEQ TO HIGH-SEQ
                   END-IF
           END-READ.
       4170-PRINT-AMORT.
           MOVE SPACES TO MRPT-REC.
           WRITE MRPT-REC
           MOVE SPACES TO MRPT-REC.
           WRITE MRPT-REC
               AFTER ADVANCING 1 LINE.
      *    A due date that falls on a Saturday, a Sunday or a
      *    holiday on the non-processing day calendar is moved to
      *    the next processing day. Day 1 of the integer calendar
      *    (1601-01-01) was a Monday, so remainder 0 is a Sunday
      *    and 6 a Saturday.
       4180-NEXT-PROCESSING-DAY.
           MOVE 'N' TO PD-OPEN.
           PERFORM 4185-TEST-PROCESSING-DAY
               UNTIL PD-OPEN = 'Y'.
       4185-TEST-PROCESSING-DAY.
           COMPUTE PD-INT = FUNCTION INTEGER-OF-DATE(PD-DATE).
           DIVIDE PD-INT BY 7
               GIVING PD-WEEKS
               REMAINDER PD-DOW.
           MOVE 'Y' TO PD-OPEN.
           IF PD-DOW = 0 OR PD-DOW = 6 THEN
               MOVE 'N' TO PD-OPEN
           END-IF.
           PERFORM VARYING PD-SUB FROM 1 BY 1
               UNTIL PD-SUB > HOL-COUNT
               IF HOL-DATE(PD-SUB) = PD-DATE THEN
                   MOVE 'N' TO PD-OPEN
               END-IF
           END-PERFORM.
           IF PD-OPEN = 'N' THEN
               COMPUTE PD-DATE = FUNCTION DATE-OF-INTEGER(PD-INT + 1)
           END-IF.
       4200-CHANGE-MASTER.
           MOVE T-STUDENT-ID TO I-STUDENT-ID.
           MOVE T-LOANSEQ TO I-LOANSEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO FOUND-SW
                   MOVE 'Y' TO FOUND-SW
           END-READ.
           IF FOUND-SW = 'Y' THEN
               PERFORM 4250-CHECK-PAID-AMOUNTS
           END-IF.
           IF FOUND-SW = 'Y' AND PAID-CHG-SW = 'Y' THEN
               MOVE 'CHANGE FAILED - PAID AMOUNT CHANGED' TO R-RESULT
           END-IF.
           IF FOUND-SW = 'Y' AND PAID-CHG-SW = 'N' THEN
               MOVE MASTER-REC TO J-BEFORE
               MOVE T-NAME TO I-NAME
               MOVE T-MAJOR TO I-MAJOR
               MOVE 'C' TO J-CODE
               MOVE MASTER-REC TO J-AFTER
               PERFORM 6000-WRITE-JOURNAL
           END-IF.
           IF FOUND-SW = 'N' THEN
               MOVE 'CHANGE FAILED - NOT FOUND' TO R-RESULT
           END-IF.
      *    A change may correct the terms and due dates but not what
      *    has been paid: every installment's paid amount must be the
      *    same on the transaction as on the master.
       4250-CHECK-PAID-AMOUNTS.
           MOVE 'N' TO PAID-CHG-SW.
           PERFORM VARYING MNT-SUB FROM 1 BY 1
               UNTIL MNT-SUB > 12
               MOVE 0 TO MNT-OLDPAID
               MOVE 0 TO MNT-NEWPAID
               IF MNT-SUB NOT > I-NUMPAY THEN
                   MOVE I-PAID(MNT-SUB) TO MNT-OLDPAID
               END-IF
               IF MNT-SUB NOT > T-NUMPAY THEN
                   MOVE T-PAID(MNT-SUB) TO MNT-NEWPAID
               END-IF
               IF MNT-NEWPAID NOT = MNT-OLDPAID THEN
                   MOVE 'Y' TO PAID-CHG-SW
               END-IF
           END-PERFORM.
       4300-DELETE-MASTER.
           MOVE T-STUDENT-ID TO I-STUDENT-ID.
           MOVE T-LOANSEQ TO I-LOANSEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO FOUND-SW
           END-IF.
       4500-GRANT-DEFERMENT.
           MOVE T-STUDENT-ID TO I-STUDENT-ID.
           MOVE T-LOANSEQ TO I-LOANSEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO FOUND-SW
           END-IF.
       4600-END-DEFERMENT.
           MOVE T-STUDENT-ID TO I-STUDENT-ID.
           MOVE T-LOANSEQ TO I-LOANSEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO FOUND-SW
                       FUNCTION INTEGER-OF-DATE
                           (I-PAIDDUEDATE(MNT-SUB))
                   COMPUTE DF-DUE-INT = DF-DUE-INT + DF-DAYS
                   COMPUTE PD-DATE =
                       FUNCTION DATE-OF-INTEGER(DF-DUE-INT)
                   PERFORM 4180-NEXT-PROCESSING-DAY
                   MOVE PD-DATE TO I-PAIDDUEDATE(MNT-SUB)
               END-IF
           END-PERFORM.
       4900-PRINT-COUNTS.
           WRITE JRNL-REC FROM JRNL-DATA.
       5000-REGENERATE-INPUT.
           OPEN OUTPUT INPUT-FILE.
           MOVE ZEROES TO I-LOANKEY.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
