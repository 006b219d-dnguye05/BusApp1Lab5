      ******************************************************************
      *Author: David Nguyen
      *Date: October 14, 2026
      *Purpose: lab5aud
      *Master file integrity audit. Proves that the indexed student
      *loan master (DA-S-MASTR) is exactly the last backup unload
      *(DA-S-MBKUP) plus the journaled changes made since, and that
      *every money movement on those changes is on the permanent
      *activity history.
      *An optional one-record control card (DA-S-AUDCTL) gives the
      *date and time (YYYYMMDDHHMMSS) the backup unload was taken.
      *Journal entries (DA-S-JRNL) with a batch stamp after it, and
      *activity events (DA-S-ACTHS) posted after it, are audited.
      *With no card (or zeros) the whole journal is audited, and
      *the activity from the first journal batch on.
      *The journal is sorted by loan key in the order it was
      *written and merged by key against the backup and the
      *master. Starting from each backup image the journal entries
      *for the loan are replayed in order: each change or delete
      *must find the record exactly as the previous entry left it,
      *and each add must find it absent. What the replay ends with
      *must match the master record for record and field for field.
      *Anything else is an unexplained add, delete or field change.
      *On every journaled change the movements in cash paid (the
      *late fee, interest and principal buckets), fees assessed,
      *the charge-off amount and agency recoveries must tie to
      *activity events of the matching type for the same loan on
      *the batch date: cash in to P (receipt) or V (void credit),
      *cash out to R (refund) or X (ACH return), fees to F, the
      *charge-off to W and recoveries to A. Events in the window
      *that no journal entry accounts for are reported too.
      *Exceptions are listed on UR-S-AUDEX with totals by class.
      *The verdict is stamped to the run-status log (DA-S-RNSTA)
      *as in balance (B) or out of balance (F); any exception sets
      *return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5aud.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'DA-S-AUDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT BKUP-FILE ASSIGN TO 'DA-S-MBKUP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.
           SELECT ACTHS-FILE ASSIGN TO 'DA-S-ACTHS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTHS-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT SORT-WORK ASSIGN TO 'SORTWK1'.
           SELECT AUDEX-FILE ASSIGN TO 'UR-S-AUDEX'.
           SELECT RNSTA-FILE ASSIGN TO 'DA-S-RNSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNSTA-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CTL-REC.
           03 AC-STAMP PIC X(14).
       FD  BKUP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BKUP-REC PIC X(328).
       01  BKUP-REC-HDR.
           03 BH-KEY PIC X(8).
           03 FILLER PIC X(320).
       FD  JRNL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JRNL-REC PIC X(679).
       FD  ACTHS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACTHS-REC PIC X(83).
       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY LOANREC
               REPLACING ==I-LOANKEY==      BY ==M-LOANKEY==
                         ==I-STUDENT-ID==   BY ==M-STUDENT-ID==
                         ==I-LOANSEQ==      BY ==M-LOANSEQ==
                         ==I-NAME==          BY ==M-NAME==
                         ==I-MAJOR==         BY ==M-MAJOR==
                         ==I-YEAR==          BY ==M-YEAR==
                         ==I-LOAN==          BY ==M-LOAN==
                         ==I-LOANWHOLE==     BY ==M-LOANWHOLE==
                         ==I-LOANDECIMAL==   BY ==M-LOANDECIMAL==
                         ==I-INTRATE==       BY ==M-INTRATE==
                         ==I-LOANDATE==      BY ==M-LOANDATE==
                         ==I-NUMPAY==        BY ==M-NUMPAY==
                         ==I-FEETOTAL==      BY ==M-FEETOTAL==
                         ==I-FEEWHOLE==      BY ==M-FEEWHOLE==
                         ==I-FEEDECIMAL==    BY ==M-FEEDECIMAL==
                         ==I-FEEFLAG==       BY ==M-FEEFLAG==
                         ==I-DEFSTAT==       BY ==M-DEFSTAT==
                         ==I-DEFSTART==      BY ==M-DEFSTART==
                         ==I-DEFEND==        BY ==M-DEFEND==
                         ==I-FEEPAID==       BY ==M-FEEPAID==
                         ==I-FEEPWHOLE==     BY ==M-FEEPWHOLE==
                         ==I-FEEPDECIMAL==   BY ==M-FEEPDECIMAL==
                         ==I-INTPAID==       BY ==M-INTPAID==
                         ==I-INTPWHOLE==     BY ==M-INTPWHOLE==
                         ==I-INTPDECIMAL==   BY ==M-INTPDECIMAL==
                         ==I-PRINPAID==      BY ==M-PRINPAID==
                         ==I-PRINPWHOLE==    BY ==M-PRINPWHOLE==
                         ==I-PRINPDECIMAL==  BY ==M-PRINPDECIMAL==
                         ==I-INTACCR==       BY ==M-INTACCR==
                         ==I-INTAWHOLE==     BY ==M-INTAWHOLE==
                         ==I-INTADECIMAL==   BY ==M-INTADECIMAL==
                         ==I-INTDATE==       BY ==M-INTDATE==
                         ==I-COSTAT==        BY ==M-COSTAT==
                         ==I-CODATE==        BY ==M-CODATE==
                         ==I-COAMT==         BY ==M-COAMT==
                         ==I-COWHOLE==       BY ==M-COWHOLE==
                         ==I-CODECIMAL==     BY ==M-CODECIMAL==
                         ==I-RECOVAMT==      BY ==M-RECOVAMT==
                         ==I-RECWHOLE==      BY ==M-RECWHOLE==
                         ==I-RECDECIMAL==    BY ==M-RECDECIMAL==
                         ==I-RECCOMM==       BY ==M-RECCOMM==
                         ==I-RCMWHOLE==      BY ==M-RCMWHOLE==
                         ==I-RCMDECIMAL==    BY ==M-RCMDECIMAL==
                         ==I-PAID==          BY ==M-PAID==
                         ==I-PAIDWHOLE==     BY ==M-PAIDWHOLE==
                         ==I-PAIDDECIMAL==   BY ==M-PAIDDECIMAL==
                         ==I-PAIDDUEDATE==   BY ==M-PAIDDUEDATE==.
       SD  SORT-WORK.
       01  SORT-REC.
           03 SW-KEY PIC X(8).
           03 SW-SEQ PIC 9(7).
           03 SW-JRNL PIC X(679).
       FD  AUDEX-FILE
               LABEL RECORDS ARE OMITTED.
       01  AUDEX-REC PIC X(80).
       FD  RNSTA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RNSTA-REC PIC X(53).
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
       01  RUNS-DATA.
           COPY RUNSREC.
       01  INPUT-DATA.
           COPY LOANREC.
       01  TIME-STAMP.
           03 TS-HHMMSS PIC 9(6).
           03 TS-HUND PIC 9(2).
       01  AUDEX-HEADING.
           03 FILLER PIC X(34) VALUE
               'MASTER FILE INTEGRITY AUDIT   RUN '.
           03 HD-RUNDATE PIC 9(8).
       01  AUDEX-WINDOW.
           03 FILLER PIC X(22) VALUE 'CHANGES SINCE BACKUP  '.
           03 AW-STAMP PIC X(14).
       01  AUDEX-WHOLE.
           03 FILLER PIC X(36) VALUE
               'CHANGES SINCE BACKUP  WHOLE JOURNAL'.
       01  AUDEX-COLHEAD.
           03 FILLER PIC X(11) VALUE 'LOAN'.
           03 FILLER PIC X(32) VALUE 'EXCEPTION'.
           03 FILLER PIC X(37) VALUE 'DETAIL'.
       01  AUDEX-DETAIL.
           03 EX-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE '-'.
           03 EX-SEQ PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-TYPE PIC X(32).
           03 EX-DETAIL PIC X(37).
       01  FIELD-DETAIL.
           03 FD-GROUP PIC X(17).
           03 FD-WHEN PIC X(6).
           03 FD-BATCH PIC X(14).
       01  MONEY-DETAIL.
           03 MD-WHAT PIC X(12).
           03 MD-AMOUNT PIC ZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 MD-BATCH PIC X(14).
       01  EVENT-WHAT.
           03 FILLER PIC X(5) VALUE 'TYPE '.
           03 EW-TYPE PIC X(1).
       01  EVENT-STAMP.
           03 ES-DATE PIC 9(8).
           03 ES-TIME PIC 9(6).
       01  AUDEX-TABFULL.
           03 FILLER PIC X(44) VALUE
               'ACTIVITY TABLE FULL - EVENTS NOT AUDITED'.
       01  AUDEX-TOTAL.
           03 TL-LABEL PIC X(36).
           03 TL-COUNT PIC ZZZ,ZZ9.
       01  AUDEX-GOOD.
           03 FILLER PIC X(44) VALUE
               '** MASTER FILE IS IN BALANCE WITH JOURNAL'.
       01  AUDEX-BAD.
           03 FILLER PIC X(44) VALUE
               '** MASTER FILE IS OUT OF BALANCE - SEE ABOVE'.
      *    Field groups of the loan record, for naming the part of an
      *    image that does not agree.
       01  COMPARE-IMAGES.
           03 CMP-LEFT PIC X(328).
           03 CL-FIELDS REDEFINES CMP-LEFT.
               05 CL-KEY PIC X(8).
               05 CL-IDENT PIC X(28).
               05 CL-TERMS PIC X(22).
               05 CL-FEES PIC X(19).
               05 CL-DEFER PIC X(17).
               05 CL-BUCKETS PIC X(36).
               05 CL-CHGOFF PIC X(30).
               05 CL-SCHED PIC X(168).
           03 CMP-RIGHT PIC X(328).
           03 CR-FIELDS REDEFINES CMP-RIGHT.
               05 CR-KEY PIC X(8).
               05 CR-IDENT PIC X(28).
               05 CR-TERMS PIC X(22).
               05 CR-FEES PIC X(19).
               05 CR-DEFER PIC X(17).
               05 CR-BUCKETS PIC X(36).
               05 CR-CHGOFF PIC X(30).
               05 CR-SCHED PIC X(168).
       01  IMAGES.
           03 EXP-IMAGE PIC X(328).
           03 EXP-SW PIC X(1).
           03 MST-IMAGE PIC X(328).
           03 MST-SW PIC X(1).
           03 NM-IMAGE PIC X(328).
           03 NM-HDR REDEFINES NM-IMAGE.
               05 FILLER PIC X(56).
               05 NM-NUMPAY PIC 9(2).
               05 FILLER PIC X(270).
           03 NM-OK PIC X(1).
       01  MERGE-KEYS.
           03 BK-KEY PIC X(8).
           03 JS-KEY PIC X(8).
           03 MS-KEY PIC X(8).
           03 LOW-KEY PIC X(8).
           03 LOW-KEY-PARTS REDEFINES LOW-KEY.
               05 LK-ID PIC 9(6).
               05 LK-SEQ PIC 9(2).
       01  AUDIT-WINDOW.
           03 AU-STAMP PIC X(14).
           03 AU-STAMP-PARTS REDEFINES AU-STAMP.
               05 AU-DATE PIC 9(8).
               05 AU-TIME PIC 9(6).
           03 JR-FIRST PIC X(14) VALUE HIGH-VALUES.
           03 JR-SEQ PIC 9(7) VALUE 0.
      *    Activity events in the audit window, each marked once a
      *    journaled money movement accounts for it.
       01  ACTIVITY-TABLE.
           03 AT-COUNT PIC 9(4) VALUE 0.
           03 AX PIC 9(4).
           03 AT-EVENT OCCURS 5000 TIMES.
               05 AT-KEY PIC X(8).
               05 AT-DATE PIC 9(8).
               05 AT-TIME PIC 9(6).
               05 AT-TYPE PIC X(1).
               05 AT-AMOUNT PIC 9(7)V9(2).
               05 AT-MATCHED PIC X(1).
       01  MONEY-TIE.
           03 MT-CASH PIC 9(7)V9(2).
           03 MT-FEES PIC 9(7)V9(2).
           03 MT-COAMT PIC 9(7)V9(2).
           03 MT-RECOV PIC 9(7)V9(2).
           03 BF-CASH PIC 9(7)V9(2).
           03 BF-FEES PIC 9(7)V9(2).
           03 BF-COAMT PIC 9(7)V9(2).
           03 BF-RECOV PIC 9(7)V9(2).
           03 MT-BUCKET PIC 9(5)V9(2).
           03 MT-DELTA PIC S9(7)V9(2).
           03 MT-WANT PIC 9(7)V9(2).
           03 MT-SUM PIC 9(9)V9(2).
           03 MT-TYPE1 PIC X(1).
           03 MT-TYPE2 PIC X(1).
           03 MT-WHAT PIC X(12).
           03 MT-NEXTDATE PIC 9(8).
           03 MT-DONE PIC X(1).
           03 MT-HITS PIC 9(2).
           03 MT-HX PIC 9(2).
           03 MT-HIT OCCURS 50 TIMES PIC 9(4).
       01  AUD-COUNTS.
           03 CT-BKUP PIC 9(6) VALUE 0.
           03 CT-MASTR PIC 9(6) VALUE 0.
           03 CT-JREAD PIC 9(6) VALUE 0.
           03 CT-JSKIP PIC 9(6) VALUE 0.
           03 CT-JAUDIT PIC 9(6) VALUE 0.
           03 CT-TIED PIC 9(6) VALUE 0.
           03 CT-EVENTS PIC 9(6) VALUE 0.
           03 CT-EVMATCH PIC 9(6) VALUE 0.
           03 CT-ADD PIC 9(6) VALUE 0.
           03 CT-DELETE PIC 9(6) VALUE 0.
           03 CT-CHANGE PIC 9(6) VALUE 0.
           03 CT-NOACT PIC 9(6) VALUE 0.
           03 CT-NOJRNL PIC 9(6) VALUE 0.
           03 CT-BADCODE PIC 9(6) VALUE 0.
           03 CT-ACTFULL PIC 9(6) VALUE 0.
           03 CT-EXCEPT PIC 9(6) VALUE 0.
       01  MISC.
           03 EOF-B PIC 9 VALUE 0.
           03 EOF-J PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-M PIC 9 VALUE 0.
           03 CTL-STATUS PIC X(2).
           03 JRNL-STATUS PIC X(2).
           03 ACTHS-STATUS PIC X(2).
           03 MSTR-STATUS PIC X(2).
           03 RNSTA-STATUS PIC X(2).
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           MOVE 'S' TO RS-STATUS.
           MOVE SPACES TO RS-REASON.
           PERFORM 7000-APPEND-STATUS.
           OPEN OUTPUT AUDEX-FILE.
           PERFORM 1000-READ-CONTROL.
           PERFORM 1500-PRINT-HEADING.
           SORT SORT-WORK ON ASCENDING KEY SW-KEY SW-SEQ
               INPUT PROCEDURE IS 2000-FEED-SORT
               OUTPUT PROCEDURE IS 3000-AUDIT-MASTER.
           PERFORM 5000-CHECK-ACTIVITY
               VARYING AX FROM 1 BY 1
               UNTIL AX > AT-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           CLOSE AUDEX-FILE.
           IF CT-EXCEPT > 0 THEN
               MOVE 8 TO RETURN-CODE
               MOVE 'F' TO RS-STATUS
               MOVE 'OUT OF BALANCE' TO RS-REASON
           ELSE
               MOVE 'B' TO RS-STATUS
               MOVE 'IN BALANCE' TO RS-REASON
           END-IF.
           PERFORM 7000-APPEND-STATUS.
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
               DISPLAY 'LAB5AUD STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       7000-APPEND-STATUS.
           MOVE 'lab5aud ' TO RS-PROGRAM.
           MOVE CURRENT-DATE TO RS-RUNDATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO RS-TIME.
           OPEN EXTEND RNSTA-FILE.
           IF RNSTA-STATUS = '35' THEN
               OPEN OUTPUT RNSTA-FILE
           END-IF.
           WRITE RNSTA-REC FROM RUNS-DATA.
           CLOSE RNSTA-FILE.
       1000-READ-CONTROL.
           MOVE ZEROES TO AU-STAMP.
           OPEN INPUT CTL-FILE.
           IF CTL-STATUS = '00' THEN
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE AC-STAMP TO AU-STAMP
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF AU-DATE NOT NUMERIC OR AU-TIME NOT NUMERIC THEN
               MOVE ZEROES TO AU-STAMP
           END-IF.
       1500-PRINT-HEADING.
           MOVE CURRENT-DATE TO HD-RUNDATE.
           WRITE AUDEX-REC FROM AUDEX-HEADING
               AFTER ADVANCING PAGE.
           IF AU-STAMP = ZEROES THEN
               WRITE AUDEX-REC FROM AUDEX-WHOLE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE AU-STAMP TO AW-STAMP
               WRITE AUDEX-REC FROM AUDEX-WINDOW
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE AUDEX-REC FROM AUDEX-COLHEAD
               AFTER ADVANCING 2 LINES.
      *    Journal entries are released keyed on the loan they touch,
      *    with a running sequence number so that entries for the
      *    same loan come back in the order they were written.
       2000-FEED-SORT.
           OPEN INPUT JRNL-FILE.
           IF JRNL-STATUS = '00' THEN
               PERFORM 2100-RELEASE-ONE
                   UNTIL EOF-J = 1
               CLOSE JRNL-FILE
           END-IF.
       2100-RELEASE-ONE.
           READ JRNL-FILE INTO JRNL-DATA
               AT END MOVE 1 TO EOF-J
               NOT AT END
                   ADD 1 TO CT-JREAD
                   IF AU-STAMP = ZEROES
                           OR J-BATCH > AU-STAMP THEN
                       PERFORM 2200-RELEASE-ENTRY
                   ELSE
                       ADD 1 TO CT-JSKIP
                   END-IF
           END-READ.
       2200-RELEASE-ENTRY.
           ADD 1 TO JR-SEQ.
           IF J-CODE = 'A' THEN
               MOVE J-AFTKEY TO SW-KEY
           ELSE
               MOVE J-BEFKEY TO SW-KEY
           END-IF.
           MOVE JR-SEQ TO SW-SEQ.
           MOVE JRNL-DATA TO SW-JRNL.
           IF J-BATCH < JR-FIRST THEN
               MOVE J-BATCH TO JR-FIRST
           END-IF.
           RELEASE SORT-REC.
       3000-AUDIT-MASTER.
           PERFORM 3100-LOAD-ACTIVITY.
           OPEN INPUT BKUP-FILE
               MASTER-FILE.
           MOVE ZEROES TO M-LOANKEY.
           START MASTER-FILE KEY IS NOT LESS THAN M-LOANKEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           PERFORM 3300-READ-BACKUP.
           PERFORM 3400-READ-JOURNAL.
           PERFORM 3500-READ-MASTER.
           PERFORM 3600-AUDIT-KEY
               UNTIL BK-KEY = HIGH-VALUES
               AND JS-KEY = HIGH-VALUES
               AND MS-KEY = HIGH-VALUES.
           CLOSE BKUP-FILE
               MASTER-FILE.
      *    Events after the backup stamp are in the window; with no
      *    stamp, events from the first journal batch on.
       3100-LOAD-ACTIVITY.
           OPEN INPUT ACTHS-FILE.
           IF ACTHS-STATUS = '00' THEN
               PERFORM 3200-LOAD-EVENT
                   UNTIL EOF-H = 1
               CLOSE ACTHS-FILE
           END-IF.
       3200-LOAD-EVENT.
           READ ACTHS-FILE INTO ACT-DATA
               AT END MOVE 1 TO EOF-H
               NOT AT END
                   MOVE AH-DATE TO ES-DATE
                   MOVE AH-TIME TO ES-TIME
                   IF (AU-STAMP NOT = ZEROES
                           AND EVENT-STAMP > AU-STAMP)
                       OR (AU-STAMP = ZEROES
                           AND EVENT-STAMP NOT < JR-FIRST) THEN
                       PERFORM 3250-TABLE-EVENT
                   END-IF
           END-READ.
       3250-TABLE-EVENT.
           ADD 1 TO CT-EVENTS.
           IF AT-COUNT < 5000 THEN
               ADD 1 TO AT-COUNT
               MOVE AH-STUDENT-ID TO LK-ID
               IF AH-LOANSEQ NUMERIC THEN
                   MOVE AH-LOANSEQ TO LK-SEQ
               ELSE
                   MOVE 1 TO LK-SEQ
               END-IF
               MOVE LOW-KEY TO AT-KEY(AT-COUNT)
               MOVE AH-DATE TO AT-DATE(AT-COUNT)
               MOVE AH-TIME TO AT-TIME(AT-COUNT)
               MOVE AH-TYPE TO AT-TYPE(AT-COUNT)
               MOVE AH-AMOUNT TO AT-AMOUNT(AT-COUNT)
               MOVE 'N' TO AT-MATCHED(AT-COUNT)
           ELSE
               IF CT-ACTFULL = 0 THEN
                   WRITE AUDEX-REC FROM AUDEX-TABFULL
                       AFTER ADVANCING 1 LINE
               END-IF
               ADD 1 TO CT-ACTFULL
               ADD 1 TO CT-EXCEPT
           END-IF.
       3300-READ-BACKUP.
           READ BKUP-FILE
               AT END
                   MOVE 1 TO EOF-B
                   MOVE HIGH-VALUES TO BK-KEY
               NOT AT END
                   ADD 1 TO CT-BKUP
                   MOVE BH-KEY TO BK-KEY
           END-READ.
       3400-READ-JOURNAL.
           RETURN SORT-WORK
               AT END
                   MOVE HIGH-VALUES TO JS-KEY
               NOT AT END
                   MOVE SW-KEY TO JS-KEY
           END-RETURN.
       3500-READ-MASTER.
           IF EOF-M = 1 THEN
               MOVE HIGH-VALUES TO MS-KEY
           ELSE
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-M
                       MOVE HIGH-VALUES TO MS-KEY
                   NOT AT END
                       ADD 1 TO CT-MASTR
                       MOVE M-LOANKEY TO MS-KEY
               END-READ
           END-IF.
      *    One loan key: start from the backup image (if any), replay
      *    the journal entries for the key, then compare the result
      *    with the master.
       3600-AUDIT-KEY.
           MOVE BK-KEY TO LOW-KEY.
           IF JS-KEY < LOW-KEY THEN
               MOVE JS-KEY TO LOW-KEY
           END-IF.
           IF MS-KEY < LOW-KEY THEN
               MOVE MS-KEY TO LOW-KEY
           END-IF.
           IF BK-KEY = LOW-KEY THEN
               MOVE BKUP-REC TO NM-IMAGE
               PERFORM 3900-NORMALIZE-IMAGE
               MOVE NM-IMAGE TO EXP-IMAGE
               MOVE 'Y' TO EXP-SW
               PERFORM 3300-READ-BACKUP
           ELSE
               MOVE SPACES TO EXP-IMAGE
               MOVE 'N' TO EXP-SW
           END-IF.
           PERFORM 3700-APPLY-JOURNAL
               UNTIL JS-KEY NOT = LOW-KEY.
           IF MS-KEY = LOW-KEY THEN
               MOVE MASTER-REC TO NM-IMAGE
               PERFORM 3900-NORMALIZE-IMAGE
               MOVE NM-IMAGE TO MST-IMAGE
               MOVE 'Y' TO MST-SW
               PERFORM 3500-READ-MASTER
           ELSE
               MOVE SPACES TO MST-IMAGE
               MOVE 'N' TO MST-SW
           END-IF.
           PERFORM 3800-COMPARE-MASTER.
       3700-APPLY-JOURNAL.
           MOVE SW-JRNL TO JRNL-DATA.
           ADD 1 TO CT-JAUDIT.
           MOVE 'BATCH ' TO FD-WHEN.
           MOVE J-BATCH TO FD-BATCH.
           EVALUATE J-CODE
               WHEN 'A'
                   IF EXP-SW = 'Y' THEN
                       MOVE 'WHOLE RECORD' TO FD-GROUP
                       MOVE 'UNEXPLAINED DELETE' TO EX-TYPE
                       ADD 1 TO CT-DELETE
                       PERFORM 3750-WRITE-FIELD-LINE
                   END-IF
                   MOVE J-AFTER TO NM-IMAGE
                   PERFORM 3900-NORMALIZE-IMAGE
                   MOVE NM-IMAGE TO EXP-IMAGE
                   MOVE 'Y' TO EXP-SW
               WHEN 'C'
                   PERFORM 3720-CHECK-BEFORE
                   PERFORM 4000-TIE-MONEY
                   MOVE J-AFTER TO NM-IMAGE
                   PERFORM 3900-NORMALIZE-IMAGE
                   MOVE NM-IMAGE TO EXP-IMAGE
                   MOVE 'Y' TO EXP-SW
               WHEN 'D'
                   PERFORM 3720-CHECK-BEFORE
                   MOVE SPACES TO EXP-IMAGE
                   MOVE 'N' TO EXP-SW
               WHEN OTHER
                   MOVE 'JOURNAL CODE' TO FD-GROUP
                   MOVE 'UNKNOWN JOURNAL ENTRY CODE' TO EX-TYPE
                   ADD 1 TO CT-BADCODE
                   PERFORM 3750-WRITE-FIELD-LINE
           END-EVALUATE.
           PERFORM 3400-READ-JOURNAL.
      *    A change or delete must find the record exactly as the
      *    backup or the previous journal entry left it.
       3720-CHECK-BEFORE.
           IF EXP-SW = 'N' THEN
               MOVE 'WHOLE RECORD' TO FD-GROUP
               MOVE 'UNEXPLAINED ADD' TO EX-TYPE
               ADD 1 TO CT-ADD
               PERFORM 3750-WRITE-FIELD-LINE
           ELSE
               MOVE J-BEFORE TO NM-IMAGE
               PERFORM 3900-NORMALIZE-IMAGE
               MOVE EXP-IMAGE TO CMP-LEFT
               MOVE NM-IMAGE TO CMP-RIGHT
               IF CMP-LEFT NOT = CMP-RIGHT THEN
                   PERFORM 3850-LIST-FIELDS
               END-IF
           END-IF.
       3750-WRITE-FIELD-LINE.
           MOVE LK-ID TO EX-ID.
           MOVE LK-SEQ TO EX-SEQ.
           MOVE FIELD-DETAIL TO EX-DETAIL.
           WRITE AUDEX-REC FROM AUDEX-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-EXCEPT.
       3800-COMPARE-MASTER.
           MOVE 'MASTER' TO FD-WHEN.
           MOVE SPACES TO FD-BATCH.
           MOVE 'WHOLE RECORD' TO FD-GROUP.
           EVALUATE TRUE
               WHEN EXP-SW = 'N' AND MST-SW = 'Y'
                   MOVE 'UNEXPLAINED ADD' TO EX-TYPE
                   ADD 1 TO CT-ADD
                   PERFORM 3750-WRITE-FIELD-LINE
               WHEN EXP-SW = 'Y' AND MST-SW = 'N'
                   MOVE 'UNEXPLAINED DELETE' TO EX-TYPE
                   ADD 1 TO CT-DELETE
                   PERFORM 3750-WRITE-FIELD-LINE
               WHEN EXP-SW = 'Y' AND MST-SW = 'Y'
                   MOVE EXP-IMAGE TO CMP-LEFT
                   MOVE MST-IMAGE TO CMP-RIGHT
                   IF CMP-LEFT NOT = CMP-RIGHT THEN
                       PERFORM 3850-LIST-FIELDS
                   END-IF
           END-EVALUATE.
      *    One line for each field group that does not agree.
       3850-LIST-FIELDS.
           MOVE 'UNEXPLAINED FIELD CHANGE' TO EX-TYPE.
           IF CL-KEY NOT = CR-KEY THEN
               MOVE 'LOAN KEY' TO FD-GROUP
               PERFORM 3860-WRITE-CHANGE
           END-IF.
           IF CL-IDENT NOT = CR-IDENT THEN
               MOVE 'NAME/MAJOR/YEAR' TO FD-GROUP
               PERFORM 3860-WRITE-CHANGE
           END-IF.
           IF CL-TERMS NOT = CR-TERMS THEN
               MOVE 'LOAN TERMS' TO FD-GROUP
               PERFORM 3860-WRITE-CHANGE
           END-IF.
           IF CL-FEES NOT = CR-FEES THEN
               MOVE 'LATE FEES' TO FD-GROUP
               PERFORM 3860-WRITE-CHANGE
           END-IF.
           IF CL-DEFER NOT = CR-DEFER THEN
               MOVE 'DEFERMENT' TO FD-GROUP
               PERFORM 3860-WRITE-CHANGE
           END-IF.
           IF CL-BUCKETS NOT = CR-BUCKETS THEN
               MOVE 'PAID BUCKETS' TO FD-GROUP
               PERFORM 3860-WRITE-CHANGE
           END-IF.
           IF CL-CHGOFF NOT = CR-CHGOFF THEN
               MOVE 'CHARGE-OFF' TO FD-GROUP
               PERFORM 3860-WRITE-CHANGE
           END-IF.
           IF CL-SCHED NOT = CR-SCHED THEN
               MOVE 'PAYMENT SCHEDULE' TO FD-GROUP
               PERFORM 3860-WRITE-CHANGE
           END-IF.
       3860-WRITE-CHANGE.
           ADD 1 TO CT-CHANGE.
           PERFORM 3750-WRITE-FIELD-LINE.
      *    Images are carried at the length their own installment
      *    count gives them, so slots past the count never compare.
       3900-NORMALIZE-IMAGE.
           MOVE 'N' TO NM-OK.
           IF NM-NUMPAY NUMERIC THEN
               IF NM-NUMPAY > 0 AND NM-NUMPAY NOT > 12 THEN
                   MOVE 'Y' TO NM-OK
                   MOVE NM-NUMPAY TO I-NUMPAY
                   MOVE NM-IMAGE TO INPUT-DATA
                   MOVE INPUT-DATA TO NM-IMAGE
               END-IF
           END-IF.
      *    The money a journaled change moved must be on the activity
      *    history under the same loan and batch date.
       4000-TIE-MONEY.
           MOVE J-BEFORE TO NM-IMAGE.
           PERFORM 3900-NORMALIZE-IMAGE.
           PERFORM 4100-TAKE-AMOUNTS.
           MOVE MT-CASH TO BF-CASH.
           MOVE MT-FEES TO BF-FEES.
           MOVE MT-COAMT TO BF-COAMT.
           MOVE MT-RECOV TO BF-RECOV.
           MOVE J-AFTER TO NM-IMAGE.
           PERFORM 3900-NORMALIZE-IMAGE.
           PERFORM 4100-TAKE-AMOUNTS.
           COMPUTE MT-NEXTDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(J-BATCHDATE) + 1).
           COMPUTE MT-DELTA = MT-CASH - BF-CASH.
           IF MT-DELTA > 0 THEN
               MOVE 'P' TO MT-TYPE1
               MOVE 'V' TO MT-TYPE2
               MOVE 'CASH IN' TO MT-WHAT
               PERFORM 4200-MATCH-EVENTS
           END-IF.
           IF MT-DELTA < 0 THEN
               MOVE 'R' TO MT-TYPE1
               MOVE 'X' TO MT-TYPE2
               MOVE 'CASH OUT' TO MT-WHAT
               PERFORM 4200-MATCH-EVENTS
           END-IF.
           COMPUTE MT-DELTA = MT-FEES - BF-FEES.
           IF MT-DELTA NOT = 0 THEN
               MOVE 'F' TO MT-TYPE1
               MOVE 'F' TO MT-TYPE2
               MOVE 'FEES' TO MT-WHAT
               PERFORM 4200-MATCH-EVENTS
           END-IF.
           COMPUTE MT-DELTA = MT-COAMT - BF-COAMT.
           IF MT-DELTA NOT = 0 THEN
               MOVE 'W' TO MT-TYPE1
               MOVE 'W' TO MT-TYPE2
               MOVE 'CHARGE-OFF' TO MT-WHAT
               PERFORM 4200-MATCH-EVENTS
           END-IF.
           COMPUTE MT-DELTA = MT-RECOV - BF-RECOV.
           IF MT-DELTA NOT = 0 THEN
               MOVE 'A' TO MT-TYPE1
               MOVE 'A' TO MT-TYPE2
               MOVE 'RECOVERY' TO MT-WHAT
               PERFORM 4200-MATCH-EVENTS
           END-IF.
       4100-TAKE-AMOUNTS.
           MOVE 0 TO MT-CASH.
           MOVE 0 TO MT-FEES.
           MOVE 0 TO MT-COAMT.
           MOVE 0 TO MT-RECOV.
           IF NM-OK = 'Y' THEN
               IF I-FEEPAID NUMERIC THEN
                   MOVE I-FEEPAID TO MT-BUCKET
                   ADD MT-BUCKET TO MT-CASH
               END-IF
               IF I-INTPAID NUMERIC THEN
                   MOVE I-INTPAID TO MT-BUCKET
                   ADD MT-BUCKET TO MT-CASH
               END-IF
               IF I-PRINPAID NUMERIC THEN
                   MOVE I-PRINPAID TO MT-BUCKET
                   ADD MT-BUCKET TO MT-CASH
               END-IF
               IF I-FEETOTAL NUMERIC THEN
                   MOVE I-FEETOTAL TO MT-BUCKET
                   MOVE MT-BUCKET TO MT-FEES
               END-IF
               IF I-COAMT NUMERIC THEN
                   MOVE I-COAMT TO MT-BUCKET
                   MOVE MT-BUCKET TO MT-COAMT
               END-IF
               IF I-RECOVAMT NUMERIC THEN
                   MOVE I-RECOVAMT TO MT-BUCKET
                   MOVE MT-BUCKET TO MT-RECOV
               END-IF
           END-IF.
      *    A single event for the whole amount is taken first. Failing
      *    that, events are added up in the order they were posted -
      *    the fee run posts one event per installment charged but
      *    journals the loan once - until they reach the amount. Only
      *    a reduction of fees, charge-off or recovery has no event
      *    type and is always reported.
       4200-MATCH-EVENTS.
           IF MT-DELTA < 0 THEN
               COMPUTE MT-WANT = 0 - MT-DELTA
           ELSE
               MOVE MT-DELTA TO MT-WANT
           END-IF.
           IF MT-DELTA < 0 AND MT-TYPE1 NOT = 'R' THEN
               MOVE SPACES TO MT-TYPE1
               MOVE SPACES TO MT-TYPE2
           END-IF.
           MOVE 0 TO MT-HITS.
           MOVE 0 TO MT-SUM.
           MOVE 'N' TO MT-DONE.
           IF MT-TYPE1 NOT = SPACES THEN
               PERFORM 4300-FIND-EXACT
                   VARYING AX FROM 1 BY 1
                   UNTIL AX > AT-COUNT OR MT-DONE = 'Y'
               IF MT-DONE = 'N' THEN
                   PERFORM 4400-ADD-EVENT
                       VARYING AX FROM 1 BY 1
                       UNTIL AX > AT-COUNT OR MT-DONE = 'Y'
               END-IF
           END-IF.
           IF MT-HITS > 0 AND MT-SUM = MT-WANT THEN
               ADD 1 TO CT-TIED
               PERFORM VARYING MT-HX FROM 1 BY 1
                   UNTIL MT-HX > MT-HITS
                   MOVE 'Y' TO AT-MATCHED(MT-HIT(MT-HX))
                   ADD 1 TO CT-EVMATCH
               END-PERFORM
           ELSE
               MOVE MT-WHAT TO MD-WHAT
               MOVE MT-WANT TO MD-AMOUNT
               MOVE J-BATCH TO MD-BATCH
               MOVE LK-ID TO EX-ID
               MOVE LK-SEQ TO EX-SEQ
               MOVE 'JOURNAL ENTRY WITH NO ACTIVITY' TO EX-TYPE
               MOVE MONEY-DETAIL TO EX-DETAIL
               WRITE AUDEX-REC FROM AUDEX-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-NOACT
               ADD 1 TO CT-EXCEPT
           END-IF.
       4300-FIND-EXACT.
           IF AT-MATCHED(AX) = 'N'
                   AND AT-KEY(AX) = LOW-KEY
                   AND (AT-DATE(AX) = J-BATCHDATE
                       OR AT-DATE(AX) = MT-NEXTDATE)
                   AND (AT-TYPE(AX) = MT-TYPE1
                       OR AT-TYPE(AX) = MT-TYPE2)
                   AND AT-AMOUNT(AX) = MT-WANT THEN
               MOVE 1 TO MT-HITS
               MOVE AX TO MT-HIT(1)
               MOVE MT-WANT TO MT-SUM
               MOVE 'Y' TO MT-DONE
           END-IF.
       4400-ADD-EVENT.
           IF AT-MATCHED(AX) = 'N'
                   AND AT-KEY(AX) = LOW-KEY
                   AND (AT-DATE(AX) = J-BATCHDATE
                       OR AT-DATE(AX) = MT-NEXTDATE)
                   AND (AT-TYPE(AX) = MT-TYPE1
                       OR AT-TYPE(AX) = MT-TYPE2) THEN
               IF MT-HITS < 50 THEN
                   ADD 1 TO MT-HITS
                   MOVE AX TO MT-HIT(MT-HITS)
                   ADD AT-AMOUNT(AX) TO MT-SUM
               END-IF
               IF MT-SUM NOT < MT-WANT OR MT-HITS = 50 THEN
                   MOVE 'Y' TO MT-DONE
               END-IF
           END-IF.
       5000-CHECK-ACTIVITY.
           IF AT-MATCHED(AX) = 'N' THEN
               MOVE AT-KEY(AX) TO LOW-KEY
               MOVE LK-ID TO EX-ID
               MOVE LK-SEQ TO EX-SEQ
               MOVE 'ACTIVITY WITH NO JOURNAL ENTRY' TO EX-TYPE
               MOVE AT-TYPE(AX) TO EW-TYPE
               MOVE EVENT-WHAT TO MD-WHAT
               MOVE AT-AMOUNT(AX) TO MD-AMOUNT
               MOVE AT-DATE(AX) TO ES-DATE
               MOVE AT-TIME(AX) TO ES-TIME
               MOVE EVENT-STAMP TO MD-BATCH
               MOVE MONEY-DETAIL TO EX-DETAIL
               WRITE AUDEX-REC FROM AUDEX-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-NOJRNL
               ADD 1 TO CT-EXCEPT
           END-IF.
       8000-PRINT-TOTALS.
           MOVE SPACES TO AUDEX-REC.
           WRITE AUDEX-REC
               AFTER ADVANCING 2 LINES.
           MOVE 'BACKUP RECORDS READ' TO TL-LABEL.
           MOVE CT-BKUP TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'MASTER RECORDS READ' TO TL-LABEL.
           MOVE CT-MASTR TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'JOURNAL ENTRIES READ' TO TL-LABEL.
           MOVE CT-JREAD TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'JOURNAL ENTRIES BEFORE BACKUP' TO TL-LABEL.
           MOVE CT-JSKIP TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'JOURNAL ENTRIES AUDITED' TO TL-LABEL.
           MOVE CT-JAUDIT TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'MONEY MOVEMENTS TIED TO ACTIVITY' TO TL-LABEL.
           MOVE CT-TIED TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'ACTIVITY EVENTS AUDITED' TO TL-LABEL.
           MOVE CT-EVENTS TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'ACTIVITY EVENTS MATCHED' TO TL-LABEL.
           MOVE CT-EVMATCH TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE SPACES TO AUDEX-REC.
           WRITE AUDEX-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'UNEXPLAINED ADDS' TO TL-LABEL.
           MOVE CT-ADD TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'UNEXPLAINED DELETES' TO TL-LABEL.
           MOVE CT-DELETE TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'UNEXPLAINED FIELD CHANGES' TO TL-LABEL.
           MOVE CT-CHANGE TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'JOURNAL ENTRIES WITH NO ACTIVITY' TO TL-LABEL.
           MOVE CT-NOACT TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'ACTIVITY WITH NO JOURNAL ENTRY' TO TL-LABEL.
           MOVE CT-NOJRNL TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'UNKNOWN JOURNAL ENTRY CODES' TO TL-LABEL.
           MOVE CT-BADCODE TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE 'EVENTS NOT AUDITED - TABLE FULL' TO TL-LABEL.
           MOVE CT-ACTFULL TO TL-COUNT.
           PERFORM 8100-WRITE-TOTAL.
           MOVE SPACES TO AUDEX-REC.
           WRITE AUDEX-REC
               AFTER ADVANCING 1 LINE.
           IF CT-EXCEPT > 0 THEN
               WRITE AUDEX-REC FROM AUDEX-BAD
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE AUDEX-REC FROM AUDEX-GOOD
                   AFTER ADVANCING 1 LINE
           END-IF.
       8100-WRITE-TOTAL.
           WRITE AUDEX-REC FROM AUDEX-TOTAL
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab5aud.
