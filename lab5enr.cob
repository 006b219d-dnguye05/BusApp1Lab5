      ******************************************************************
      *Author: David Nguyen
      *Date: October 12, 2026
      *Purpose: lab5enr
      *Nightly registrar enrollment interface. Reads the registrar's
      *enrollment status file (DA-S-ENROL: student ID, status E
      *enrolled / W withdrawn / G graduated, the date the status took
      *effect, and for E the anticipated completion date) and brings
      *A-ENROLL on the borrower name-and-address master (DA-S-ADDRS)
      *up to date. A change of status also drives the borrower's
      *loans on the student loan master file (DA-S-MASTR):
      *  to E  every loan with an unpaid installment is granted an
      *        in-school deferment (I-DEFSTAT D) from the effective
      *        date through the anticipated completion date (one year
      *        out when the registrar sends none). A loan already
      *        carrying an in-school deferment has it extended
      *        instead; a loan in forbearance or charged off to bad
      *        debt is left alone.
      *  to W or G  every in-school deferment is ended with a
      *        six-month grace period: the deferment's end date is set
      *        to six months after the effective date and the loan's
      *        remaining unpaid due dates are pushed out by the
      *        deferment's full length, the same way the 'E'
      *        transaction in lab5mnt ends a deferment, and the status
      *        is cleared. A repayment notice (UR-S-ENRNT) goes to the
      *        borrower giving the end of the grace period, the date
      *        the first payment is due, and the installment amount.
      *Every loan master change is journaled to DA-S-JRNL with before
      *and after images like every other master update. A register
      *(UR-S-ENRRG) lists every status change and every deferment
      *granted, extended or ended, with counts for balancing. A
      *record for a student with no address record, an invalid
      *status, or an invalid effective date is listed on the
      *register and not applied.
      *A shifted due date that falls on a Saturday, a Sunday or a
      *holiday on the non-processing day calendar (DA-S-HOLDY) is
      *moved to the next processing day.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5enr.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROL-FILE ASSIGN TO 'DA-S-ENROL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROL-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT ADDR-FILE ASSIGN TO 'DA-S-ADDRS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-STUDENT-ID
               FILE STATUS IS ADDR-STATUS.
           SELECT ENRRG-FILE ASSIGN TO 'UR-S-ENRRG'.
           SELECT ENRNT-FILE ASSIGN TO 'UR-S-ENRNT'.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
           SELECT HOLDY-FILE ASSIGN TO 'DA-S-HOLDY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ENROL-REC.
           03 ER-STUDENT-ID PIC 9(6).
           03 ER-STATUS PIC X(1).
           03 ER-EFFDATE PIC 9(8).
           03 ER-EXPDATE PIC 9(8).
       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY LOANREC.
       FD  ADDR-FILE.
       01  ADDR-REC.
           COPY ADDRREC.
       FD  ENRRG-FILE
               LABEL RECORDS ARE OMITTED.
       01  ENRRG-REC PIC X(100).
       FD  ENRNT-FILE
               LABEL RECORDS ARE OMITTED.
       01  ENRNT-REC PIC X(80).
       FD  JRNL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JRNL-REC PIC X(679).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       FD  HOLDY-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  HOLDY-REC PIC X(38).
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
       01  ENRRG-HEADING.
           03 FILLER PIC X(30) VALUE 'ENROLLMENT STATUS REGISTER    '.
           03 FILLER PIC X(4) VALUE 'RUN '.
           03 RG-RUNDATE PIC 9(8).
       01  ENRRG-COLHEAD.
           03 FILLER PIC X(10) VALUE 'ID-LOAN'.
           03 FILLER PIC X(22) VALUE 'NAME'.
           03 FILLER PIC X(8) VALUE 'OLD NEW'.
           03 FILLER PIC X(10) VALUE 'DATE'.
           03 FILLER PIC X(30) VALUE 'DISPOSITION'.
       01  ENRRG-DETAIL.
           03 RG-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE '-'.
           03 RG-SEQ PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RG-NAME PIC X(20).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RG-OLD PIC X(1).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RG-NEW PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RG-DISP PIC X(30).
       01  ENRRG-TOT-READ.
           03 FILLER PIC X(28) VALUE 'RECORDS READ               '.
           03 RG-CTREAD PIC ZZZZ9.
       01  ENRRG-TOT-CHG.
           03 FILLER PIC X(28) VALUE 'STATUS CHANGES APPLIED     '.
           03 RG-CTCHG PIC ZZZZ9.
       01  ENRRG-TOT-SAME.
           03 FILLER PIC X(28) VALUE 'NO CHANGE                  '.
           03 RG-CTSAME PIC ZZZZ9.
       01  ENRRG-TOT-REJ.
           03 FILLER PIC X(28) VALUE 'REJECTED                   '.
           03 RG-CTREJ PIC ZZZZ9.
       01  ENRRG-TOT-GRANT.
           03 FILLER PIC X(28) VALUE 'DEFERMENTS GRANTED         '.
           03 RG-CTGRANT PIC ZZZZ9.
       01  ENRRG-TOT-EXTND.
           03 FILLER PIC X(28) VALUE 'DEFERMENTS EXTENDED        '.
           03 RG-CTEXTND PIC ZZZZ9.
       01  ENRRG-TOT-ENDED.
           03 FILLER PIC X(28) VALUE 'DEFERMENTS ENDED           '.
           03 RG-CTENDED PIC ZZZZ9.
       01  ENRRG-TOT-NOTICE.
           03 FILLER PIC X(28) VALUE 'REPAYMENT NOTICES PRINTED  '.
           03 RG-CTNOTICE PIC ZZZZ9.
       01  ENRNT-TITLE.
           03 FILLER PIC X(30) VALUE 'NOTICE OF REPAYMENT'.
       01  MAIL-BLOCK1.
           03 MB-NAME PIC X(20).
       01  MAIL-BLOCK2.
           03 MB-ADDR PIC X(30).
       01  MAIL-BLOCK3.
           03 MB-CITY PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 MB-STATE PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 MB-ZIP PIC X(10).
       01  ENRNT-NAME.
           03 FILLER PIC X(9) VALUE 'STUDENT  '.
           03 NT-NAME PIC X(20).
           03 FILLER PIC X(4) VALUE ' ID '.
           03 NT-ID PIC 9(6).
       01  ENRNT-BODY1.
           03 FILLER PIC X(40) VALUE
               'THE REGISTRAR REPORTS YOUR ENROLLMENT '.
           03 FILLER PIC X(8) VALUE 'ENDED ON'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 NT-EFFDATE PIC 9(8).
       01  ENRNT-BODY2.
           03 FILLER PIC X(48) VALUE
               'YOUR IN-SCHOOL DEFERMENT HAS ENDED AND YOUR'.
       01  ENRNT-BODY3.
           03 FILLER PIC X(40) VALUE
               'SIX-MONTH GRACE PERIOD ENDS ON'.
           03 NT-GRACE PIC 9(8).
       01  ENRNT-BEGIN.
           03 FILLER PIC X(40) VALUE
               'REPAYMENT BEGINS - FIRST PAYMENT DUE'.
           03 NT-FIRSTDUE PIC 9(8).
       01  ENRNT-AMOUNT.
           03 FILLER PIC X(40) VALUE
               'INSTALLMENT AMOUNT'.
           03 NT-INST PIC $$$,$$9.99.
       01  ENRNT-NODUE.
           03 FILLER PIC X(48) VALUE
               'NO FURTHER PAYMENT IS SCHEDULED ON YOUR LOANS.'.
       01  DEFER-CALC.
           03 DF-START-INT PIC 9(7).
           03 DF-END-INT PIC 9(7).
           03 DF-DAYS PIC S9(6).
           03 DF-DUE-INT PIC 9(7).
       01  GRACE-CALC.
           03 GC-DATE.
               05 GC-YYYY PIC 9(4).
               05 GC-MM PIC 9(2).
               05 GC-DD PIC 9(2).
           03 GC-DATE-N REDEFINES GC-DATE PIC 9(8).
           03 GC-EXPDATE PIC 9(8).
       01  BORROWER-WORK.
           03 BW-NAME PIC X(20).
           03 BW-ENDED PIC 9(2).
           03 BW-FIRSTDUE PIC 9(8).
           03 BW-INST PIC 9(5)V9(2).
           03 BW-LOAN PIC 9(5)V9(2).
           03 BW-LOANINST PIC 9(5)V9(2).
       01  MISC.
           03 EOF-E PIC 9 VALUE 0.
           03 EOF-HL PIC 9 VALUE 0.
           03 HOLDY-STATUS PIC X(2).
           03 ENROL-STATUS PIC X(2).
           03 MSTR-STATUS PIC X(2).
           03 ADDR-STATUS PIC X(2).
           03 JRNL-STATUS PIC X(2).
           03 FOUND-SW PIC X(1).
           03 SCAN-SW PIC X(1).
           03 EDIT-SW PIC X(1).
           03 UNPAID-SW PIC X(1).
           03 OLD-ENROLL PIC X(1).
           03 SUB PIC 99.
           03 MNT-SUB PIC 99.
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       01  ENR-COUNTS.
           03 CT-READ PIC 9(5) VALUE 0.
           03 CT-CHANGED PIC 9(5) VALUE 0.
           03 CT-SAME PIC 9(5) VALUE 0.
           03 CT-REJECTED PIC 9(5) VALUE 0.
           03 CT-GRANTED PIC 9(5) VALUE 0.
           03 CT-EXTENDED PIC 9(5) VALUE 0.
           03 CT-ENDED PIC 9(5) VALUE 0.
           03 CT-NOTICES PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           PERFORM 1050-LOAD-HOLIDAYS.
           OPEN OUTPUT ENRRG-FILE
               OUTPUT ENRNT-FILE.
           PERFORM 1500-PRINT-HEADING.
           OPEN INPUT ENROL-FILE.
           IF ENROL-STATUS = '00' THEN
               PERFORM 1800-OPEN-JOURNAL
               PERFORM 1900-OPEN-MASTERS
               PERFORM 2000-READ-ENROLLMENT
               PERFORM 3000-ENROLLMENT-LOOP
                   UNTIL EOF-E = 1
               CLOSE ENROL-FILE
                   MASTER-FILE
                   ADDR-FILE
                   JRNL-FILE
           END-IF.
           PERFORM 8000-PRINT-TOTALS.
           CLOSE ENRRG-FILE
               ENRNT-FILE.
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
               DISPLAY 'LAB5ENR STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
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
       1500-PRINT-HEADING.
           MOVE CURRENT-DATE TO RG-RUNDATE.
           WRITE ENRRG-REC FROM ENRRG-HEADING
               AFTER ADVANCING PAGE.
           WRITE ENRRG-REC FROM ENRRG-COLHEAD
               AFTER ADVANCING 2 LINES.
       1800-OPEN-JOURNAL.
           OPEN EXTEND JRNL-FILE.
           IF JRNL-STATUS = '35' THEN
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE CURRENT-DATE TO J-BATCHDATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO J-BATCHTIME.
      *    The run stops if the loan master or the address file
      *    cannot be opened for update.
       1900-OPEN-MASTERS.
           OPEN I-O MASTER-FILE.
           IF MSTR-STATUS NOT = '00' THEN
               DISPLAY 'LAB5ENR STOPPED - DA-S-MASTR NOT AVAILABLE - '
                   'STATUS ' MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ADDR-FILE.
           IF ADDR-STATUS NOT = '00' THEN
               DISPLAY 'LAB5ENR STOPPED - DA-S-ADDRS NOT AVAILABLE - '
                   'STATUS ' ADDR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-READ-ENROLLMENT.
           READ ENROL-FILE
               AT END MOVE 1 TO EOF-E.
       3000-ENROLLMENT-LOOP.
           ADD 1 TO CT-READ.
           PERFORM 3100-EDIT-ENROLLMENT.
           IF EDIT-SW = 'Y' THEN
               PERFORM 3200-APPLY-ENROLLMENT
           END-IF.
           PERFORM 2000-READ-ENROLLMENT.
       3100-EDIT-ENROLLMENT.
           MOVE 'Y' TO EDIT-SW.
           MOVE ER-STUDENT-ID TO RG-ID.
           MOVE 0 TO RG-SEQ.
           MOVE SPACES TO RG-NAME.
           MOVE SPACE TO RG-OLD.
           MOVE ER-STATUS TO RG-NEW.
           MOVE 0 TO RG-DATE.
           EVALUATE TRUE
               WHEN ER-STUDENT-ID NOT NUMERIC
                   MOVE 'INVALID STUDENT ID' TO RG-DISP
                   MOVE 'N' TO EDIT-SW
               WHEN ER-STATUS NOT = 'E' AND ER-STATUS NOT = 'W'
                       AND ER-STATUS NOT = 'G'
                   MOVE 'INVALID STATUS (E/W/G)' TO RG-DISP
                   MOVE 'N' TO EDIT-SW
               WHEN ER-EFFDATE NOT NUMERIC
                   MOVE 'INVALID EFFECTIVE DATE' TO RG-DISP
                   MOVE 'N' TO EDIT-SW
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ER-EFFDATE) NOT = 0
                   MOVE 'INVALID EFFECTIVE DATE' TO RG-DISP
                   MOVE 'N' TO EDIT-SW
               WHEN OTHER
                   MOVE ER-EFFDATE TO RG-DATE
                   MOVE ER-STUDENT-ID TO A-STUDENT-ID
                   READ ADDR-FILE
                       INVALID KEY
                           MOVE 'NO ADDRESS RECORD' TO RG-DISP
                           MOVE 'N' TO EDIT-SW
                   END-READ
           END-EVALUATE.
           IF EDIT-SW = 'N' THEN
               ADD 1 TO CT-REJECTED
               WRITE ENRRG-REC FROM ENRRG-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.
      *    The address record for the student has been read. Only a
      *    change of status touches the files.
       3200-APPLY-ENROLLMENT.
           MOVE A-ENROLL TO OLD-ENROLL.
           MOVE OLD-ENROLL TO RG-OLD.
           IF ER-STATUS = OLD-ENROLL THEN
               ADD 1 TO CT-SAME
           ELSE
               MOVE ER-STATUS TO A-ENROLL
               REWRITE ADDR-REC
               IF ADDR-STATUS = '00' THEN
                   PERFORM 3250-CHANGE-STATUS
               ELSE
                   ADD 1 TO CT-REJECTED
                   MOVE 'ADDRESS UPDATE FAILED' TO RG-DISP
                   WRITE ENRRG-REC FROM ENRRG-DETAIL
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
      *    The new status is on the address file; the student's loans
      *    follow it.
       3250-CHANGE-STATUS.
           ADD 1 TO CT-CHANGED.
           MOVE 'STATUS CHANGED' TO RG-DISP.
           WRITE ENRRG-REC FROM ENRRG-DETAIL
               AFTER ADVANCING 1 LINE.
           PERFORM 3300-SET-EXPECTED-END.
           MOVE 0 TO BW-ENDED.
           MOVE 0 TO BW-FIRSTDUE.
           MOVE 0 TO BW-INST.
           MOVE SPACES TO BW-NAME.
           MOVE ER-STUDENT-ID TO I-STUDENT-ID.
           MOVE 0 TO I-LOANSEQ.
           MOVE 'Y' TO SCAN-SW.
           START MASTER-FILE KEY IS NOT LESS THAN I-LOANKEY
               INVALID KEY
                   MOVE 'N' TO SCAN-SW
           END-START.
           PERFORM 3400-NEXT-LOAN
               UNTIL SCAN-SW = 'N'.
           IF BW-ENDED > 0 THEN
               PERFORM 5000-PRINT-NOTICE
           END-IF.
      *    In-school deferments run through the anticipated completion
      *    date the registrar sends, or a year from the effective date
      *    when it sends none.
       3300-SET-EXPECTED-END.
           MOVE 0 TO GC-EXPDATE.
           IF ER-STATUS = 'E' THEN
               IF ER-EXPDATE NUMERIC THEN
                   IF FUNCTION TEST-DATE-YYYYMMDD(ER-EXPDATE) = 0
                           AND ER-EXPDATE > ER-EFFDATE THEN
                       MOVE ER-EXPDATE TO GC-EXPDATE
                   END-IF
               END-IF
               IF GC-EXPDATE = 0 THEN
                   MOVE ER-EFFDATE TO GC-DATE-N
                   ADD 1 TO GC-YYYY
                   PERFORM 4750-VALID-DAY
                   MOVE GC-DATE-N TO GC-EXPDATE
               END-IF
           END-IF.
       3400-NEXT-LOAN.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO SCAN-SW
               NOT AT END
                   IF I-STUDENT-ID = ER-STUDENT-ID THEN
                       MOVE I-NAME TO BW-NAME
                       PERFORM 3500-APPLY-LOAN
                   ELSE
                       MOVE 'N' TO SCAN-SW
                   END-IF
           END-READ.
       3500-APPLY-LOAN.
           MOVE I-LOANSEQ TO RG-SEQ.
           MOVE I-NAME TO RG-NAME.
           MOVE 'N' TO UNPAID-SW.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > I-NUMPAY
               IF I-PAIDWHOLE(SUB) = 0
                       AND I-PAIDDECIMAL(SUB) = 0
                       AND I-PAIDDUEDATE(SUB) > 0 THEN
                   MOVE 'Y' TO UNPAID-SW
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN I-COSTAT = 'C'
                   MOVE 'CHARGED OFF - NO CHANGE' TO RG-DISP
               WHEN ER-STATUS = 'E'
                   PERFORM 4500-GRANT-DEFERMENT
               WHEN I-DEFSTAT = 'D'
                   PERFORM 4600-END-DEFERMENT
               WHEN OTHER
                   MOVE 'NO IN-SCHOOL DEFERMENT' TO RG-DISP
           END-EVALUATE.
           WRITE ENRRG-REC FROM ENRRG-DETAIL
               AFTER ADVANCING 1 LINE.
       4500-GRANT-DEFERMENT.
           MOVE GC-EXPDATE TO RG-DATE.
           EVALUATE TRUE
               WHEN I-DEFSTAT = 'F'
                   MOVE 'FORBEARANCE ON FILE - NO CHANGE' TO RG-DISP
               WHEN I-DEFSTAT = 'D'
                   IF GC-EXPDATE > I-DEFEND THEN
                       MOVE MASTER-REC TO J-BEFORE
                       MOVE GC-EXPDATE TO I-DEFEND
                       REWRITE MASTER-REC
                       PERFORM 6000-WRITE-JOURNAL
                       ADD 1 TO CT-EXTENDED
                       MOVE 'DEFERMENT EXTENDED' TO RG-DISP
                   ELSE
                       MOVE I-DEFEND TO RG-DATE
                       MOVE 'DEFERMENT ALREADY ON FILE' TO RG-DISP
                   END-IF
               WHEN UNPAID-SW = 'N'
                   MOVE 'NOTHING DUE - NO DEFERMENT' TO RG-DISP
               WHEN OTHER
                   MOVE MASTER-REC TO J-BEFORE
                   MOVE 'D' TO I-DEFSTAT
                   MOVE ER-EFFDATE TO I-DEFSTART
                   MOVE GC-EXPDATE TO I-DEFEND
                   REWRITE MASTER-REC
                   PERFORM 6000-WRITE-JOURNAL
                   ADD 1 TO CT-GRANTED
                   MOVE 'IN-SCHOOL DEFERMENT GRANTED' TO RG-DISP
           END-EVALUATE.
      *    The deferment runs through six months past the date the
      *    borrower left school, and is then ended exactly as lab5mnt
      *    ends one: the unpaid due dates move out by its length and
      *    the status is cleared.
       4600-END-DEFERMENT.
           MOVE MASTER-REC TO J-BEFORE.
           PERFORM 4700-GRACE-END.
           IF GC-DATE-N > I-DEFSTART THEN
               MOVE GC-DATE-N TO I-DEFEND
           ELSE
               MOVE I-DEFSTART TO I-DEFEND
           END-IF.
           PERFORM 4650-SHIFT-SCHEDULE.
           MOVE SPACE TO I-DEFSTAT.
           MOVE 0 TO I-DEFSTART.
           MOVE 0 TO I-DEFEND.
           REWRITE MASTER-REC.
           PERFORM 6000-WRITE-JOURNAL.
           ADD 1 TO CT-ENDED.
           ADD 1 TO BW-ENDED.
           MOVE 'DEFERMENT ENDED - GRACE' TO RG-DISP.
           MOVE 0 TO RG-DATE.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > I-NUMPAY
               IF I-PAIDWHOLE(SUB) = 0
                       AND I-PAIDDECIMAL(SUB) = 0
                       AND I-PAIDDUEDATE(SUB) > 0 THEN
                   IF RG-DATE = 0
                           OR I-PAIDDUEDATE(SUB) < RG-DATE THEN
                       MOVE I-PAIDDUEDATE(SUB) TO RG-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF RG-DATE > 0 THEN
               IF BW-FIRSTDUE = 0 OR RG-DATE < BW-FIRSTDUE THEN
                   MOVE RG-DATE TO BW-FIRSTDUE
               END-IF
               MOVE I-LOAN TO BW-LOAN
               COMPUTE BW-LOANINST ROUNDED = BW-LOAN / I-NUMPAY
               ADD BW-LOANINST TO BW-INST
           END-IF.
       4650-SHIFT-SCHEDULE.
           COMPUTE DF-START-INT =
               FUNCTION INTEGER-OF-DATE(I-DEFSTART).
           COMPUTE DF-END-INT =
               FUNCTION INTEGER-OF-DATE(I-DEFEND).
           COMPUTE DF-DAYS = DF-END-INT - DF-START-INT.
           IF DF-DAYS < 0 THEN
               MOVE 0 TO DF-DAYS
           END-IF.
           PERFORM VARYING MNT-SUB FROM 1 BY 1
               UNTIL MNT-SUB > I-NUMPAY
               IF I-PAIDWHOLE(MNT-SUB) = 0
                       AND I-PAIDDECIMAL(MNT-SUB) = 0
                       AND I-PAIDDUEDATE(MNT-SUB) > 0 THEN
                   COMPUTE DF-DUE-INT =
                       FUNCTION INTEGER-OF-DATE
                           (I-PAIDDUEDATE(MNT-SUB))
                   COMPUTE DF-DUE-INT = DF-DUE-INT + DF-DAYS
                   COMPUTE PD-DATE =
                       FUNCTION DATE-OF-INTEGER(DF-DUE-INT)
                   PERFORM 4680-NEXT-PROCESSING-DAY
                   MOVE PD-DATE TO I-PAIDDUEDATE(MNT-SUB)
               END-IF
           END-PERFORM.
      *    A due date that falls on a Saturday, a Sunday or a
      *    holiday on the non-processing day calendar is moved to
      *    the next processing day. Day 1 of the integer calendar
      *    (1601-01-01) was a Monday, so remainder 0 is a Sunday
      *    and 6 a Saturday.
       4680-NEXT-PROCESSING-DAY.
           MOVE 'N' TO PD-OPEN.
           PERFORM 4685-TEST-PROCESSING-DAY
               UNTIL PD-OPEN = 'Y'.
       4685-TEST-PROCESSING-DAY.
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
      *    Six calendar months after the effective date, held to the
      *    last day of the month when that month is shorter.
       4700-GRACE-END.
           MOVE ER-EFFDATE TO GC-DATE-N.
           ADD 6 TO GC-MM.
           IF GC-MM > 12 THEN
               SUBTRACT 12 FROM GC-MM
               ADD 1 TO GC-YYYY
           END-IF.
           PERFORM 4750-VALID-DAY.
       4750-VALID-DAY.
           PERFORM 4760-BACK-ONE-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(GC-DATE-N) = 0.
       4760-BACK-ONE-DAY.
           SUBTRACT 1 FROM GC-DD.
       5000-PRINT-NOTICE.
           WRITE ENRNT-REC FROM ENRNT-TITLE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO ENRNT-REC.
           WRITE ENRNT-REC
               AFTER ADVANCING 1 LINE.
           MOVE BW-NAME TO MB-NAME.
           WRITE ENRNT-REC FROM MAIL-BLOCK1
               AFTER ADVANCING 1 LINE.
           MOVE A-ADDR1 TO MB-ADDR.
           WRITE ENRNT-REC FROM MAIL-BLOCK2
               AFTER ADVANCING 1 LINE.
           IF A-ADDR2 NOT = SPACES THEN
               MOVE A-ADDR2 TO MB-ADDR
               WRITE ENRNT-REC FROM MAIL-BLOCK2
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE A-CITY TO MB-CITY.
           MOVE A-STATE TO MB-STATE.
           MOVE A-ZIP TO MB-ZIP.
           WRITE ENRNT-REC FROM MAIL-BLOCK3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ENRNT-REC.
           WRITE ENRNT-REC
               AFTER ADVANCING 1 LINE.
           MOVE BW-NAME TO NT-NAME.
           MOVE ER-STUDENT-ID TO NT-ID.
           WRITE ENRNT-REC FROM ENRNT-NAME
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ENRNT-REC.
           WRITE ENRNT-REC
               AFTER ADVANCING 1 LINE.
           MOVE ER-EFFDATE TO NT-EFFDATE.
           WRITE ENRNT-REC FROM ENRNT-BODY1
               AFTER ADVANCING 1 LINE.
           WRITE ENRNT-REC FROM ENRNT-BODY2
               AFTER ADVANCING 1 LINE.
           PERFORM 4700-GRACE-END.
           MOVE GC-DATE-N TO NT-GRACE.
           WRITE ENRNT-REC FROM ENRNT-BODY3
               AFTER ADVANCING 1 LINE.
           IF BW-FIRSTDUE > 0 THEN
               MOVE BW-FIRSTDUE TO NT-FIRSTDUE
               WRITE ENRNT-REC FROM ENRNT-BEGIN
                   AFTER ADVANCING 1 LINE
               MOVE BW-INST TO NT-INST
               WRITE ENRNT-REC FROM ENRNT-AMOUNT
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE ENRNT-REC FROM ENRNT-NODUE
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO CT-NOTICES.
       6000-WRITE-JOURNAL.
           MOVE 'C' TO J-CODE.
           MOVE MASTER-REC TO J-AFTER.
           ACCEPT J-TIME FROM TIME.
           WRITE JRNL-REC FROM JRNL-DATA.
       8000-PRINT-TOTALS.
           MOVE SPACES TO ENRRG-REC.
           WRITE ENRRG-REC
               AFTER ADVANCING 2 LINES.
           MOVE CT-READ TO RG-CTREAD.
           WRITE ENRRG-REC FROM ENRRG-TOT-READ
               AFTER ADVANCING 1 LINE.
           MOVE CT-CHANGED TO RG-CTCHG.
           WRITE ENRRG-REC FROM ENRRG-TOT-CHG
               AFTER ADVANCING 1 LINE.
           MOVE CT-SAME TO RG-CTSAME.
           WRITE ENRRG-REC FROM ENRRG-TOT-SAME
               AFTER ADVANCING 1 LINE.
           MOVE CT-REJECTED TO RG-CTREJ.
           WRITE ENRRG-REC FROM ENRRG-TOT-REJ
               AFTER ADVANCING 1 LINE.
           MOVE CT-GRANTED TO RG-CTGRANT.
           WRITE ENRRG-REC FROM ENRRG-TOT-GRANT
               AFTER ADVANCING 1 LINE.
           MOVE CT-EXTENDED TO RG-CTEXTND.
           WRITE ENRRG-REC FROM ENRRG-TOT-EXTND
               AFTER ADVANCING 1 LINE.
           MOVE CT-ENDED TO RG-CTENDED.
           WRITE ENRRG-REC FROM ENRRG-TOT-ENDED
               AFTER ADVANCING 1 LINE.
           MOVE CT-NOTICES TO RG-CTNOTICE.
           WRITE ENRRG-REC FROM ENRRG-TOT-NOTICE
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab5enr.
