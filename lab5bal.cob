      *source of record DA-S-MASTR that lab5 now reports from, the
      *sorted work copy DA-S-SORTD, and the AR extract UR-S-AREXT,
      *and compares all three against the control totals lab5
      *reported for itself on UR-S-RUNCT. The unapplied cash in the
      *payment suspense file (DA-S-PSUSP) is recounted and re-added
      *the same way and must tie to the item count and unapplied
      *cash total lab5 booked to the GL as a liability.
      *Prints an in-balance/out-of-balance ticket (UR-S-BALTK) the
      *operator must check before releasing the outputs, including
      *the count of records flagged on the exception report. Any
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT SORTED-FILE ASSIGN TO 'DA-S-SORTD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RNSTA-FILE ASSIGN TO 'DA-S-RNSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNSTA-STATUS.
           SELECT PSUSP-FILE ASSIGN TO 'DA-S-PSUSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSUSP-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY LOANREC
               REPLACING ==I-LOANKEY==      BY ==M-LOANKEY==
                         ==I-STUDENT-ID==   BY ==M-STUDENT-ID==
                         ==I-LOANSEQ==      BY ==M-LOANSEQ==
                         ==I-NAME==          BY ==M-NAME==
                         ==I-MAJOR==         BY ==M-MAJOR==
                         ==I-YEAR==          BY ==M-YEAR==
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
       FD  SORTED-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SORTED-REC PIC X(328).
       01  SORTED-REC-HDR.
           03 FILLER PIC X(56).
           03 SH-NUMPAY PIC 9(2).
           03 FILLER PIC X(270).
       FD  AR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           03 RT-EXCPT PIC 9(6).
           03 RT-RUNDATE PIC 9(8).
           03 FILLER PIC X(6).
           03 RT-SUSCOUNT PIC 9(6).
           03 RT-UNAPPL PIC 9(9)V9(2).
           03 FILLER PIC X(3).
       FD  BALTK-FILE
               LABEL RECORDS ARE OMITTED.
       01  BALTK-REC PIC X(80).
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RNSTA-REC PIC X(53).
       FD  PSUSP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PSUSP-REC PIC X(75).
       FD  BUSDT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUSDT-REC PIC X(38).
       WORKING-STORAGE SECTION.
       01  BUSDT-DATA.
           COPY BUSDTREC.
       01  PSUSP-DATA.
           COPY SUSPREC.
       01  RUNS-DATA.
           COPY RUNSREC.
       01  TIME-STAMP.
           03 BT-LOAN PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BT-PAID PIC $$$,$$$,$$9.99.
       01  BALTK-UNAPPL-HEAD.
           03 FILLER PIC X(14) VALUE 'UNAPPLIED CASH'.
           03 FILLER PIC X(10) VALUE 'ITEMS'.
           03 FILLER PIC X(16) VALUE 'AMOUNT'.
       01  BALTK-UNAPPL.
           03 BT-USOURCE PIC X(14).
           03 BT-UCOUNT PIC ZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 BT-UAMOUNT PIC $$$,$$$,$$9.99.
       01  BALTK-EXCPT.
           03 FILLER PIC X(30) VALUE 'EXCEPTION REPORT RECORDS     '.
           03 BT-EXCPT PIC ZZZZZ9.
           03 AX-COUNT PIC 9(6) VALUE 0.
           03 AX-LOAN PIC 9(9)V9(2) VALUE 0.
           03 AX-PAID PIC 9(9)V9(2) VALUE 0.
           03 SU-COUNT PIC 9(6) VALUE 0.
           03 SU-AMOUNT PIC 9(9)V9(2) VALUE 0.
       01  HASH-WORK.
           03 HW-LOAN PIC 9(5)V9(2).
           03 HW-PAID PIC 9(4)V9(2).
           03 EOF-S PIC 9 VALUE 0.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-P PIC 9 VALUE 0.
           03 PSUSP-STATUS PIC X(2).
           03 SUB PIC 99.
           03 BAL-SW PIC X(1) VALUE 'Y'.
           03 RUNCT-STATUS PIC X(2).
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
           PERFORM 1000-HASH-INPUT.
           PERFORM 2000-HASH-SORTED.
           PERFORM 3000-HASH-AR-EXTRACT.
           PERFORM 3500-TOTAL-SUSPENSE.
           PERFORM 4000-READ-RUN-CONTROL.
           PERFORM 5000-PRINT-TICKET.
           CLOSE BALTK-FILE.
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
               DISPLAY 'LAB5BAL STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       7000-APPEND-STATUS.
           MOVE 'lab5bal ' TO RS-PROGRAM.
           MOVE CURRENT-DATE TO RS-RUNDATE.
           CLOSE RNSTA-FILE.
       1000-HASH-INPUT.
           OPEN INPUT MASTER-FILE.
           MOVE ZEROES TO M-LOANKEY.
           START MASTER-FILE KEY IS NOT LESS THAN M-LOANKEY
               INVALID KEY
                   MOVE 1 TO EOF-I
           END-START.
                   ADD AR-LOAN TO AX-LOAN
                   ADD AR-PAID TO AX-PAID
           END-READ.
       3500-TOTAL-SUSPENSE.
           OPEN INPUT PSUSP-FILE.
           IF PSUSP-STATUS = '00' THEN
               PERFORM 3600-TALLY-SUSPENSE
               PERFORM 3600-TALLY-SUSPENSE
                   UNTIL EOF-P = 1
               CLOSE PSUSP-FILE
           END-IF.
       3600-TALLY-SUSPENSE.
           READ PSUSP-FILE INTO PSUSP-DATA
               AT END MOVE 1 TO EOF-P
               NOT AT END
                   ADD 1 TO SU-COUNT
                   IF SP-AMOUNT NUMERIC THEN
                       ADD SP-AMOUNT TO SU-AMOUNT
                   END-IF
           END-READ.
       4000-READ-RUN-CONTROL.
           OPEN INPUT RUNCT-FILE.
           IF RUNCT-STATUS = '00' THEN
               MOVE RT-PAID TO BT-PAID
               WRITE BALTK-REC FROM BALTK-DETAIL
                   AFTER ADVANCING 1 LINE
               IF RT-SUSCOUNT NOT NUMERIC
                       OR RT-UNAPPL NOT NUMERIC THEN
                   MOVE 0 TO RT-SUSCOUNT
                   MOVE 0 TO RT-UNAPPL
               END-IF
               WRITE BALTK-REC FROM BALTK-UNAPPL-HEAD
                   AFTER ADVANCING 2 LINES
               MOVE 'DA-S-PSUSP' TO BT-USOURCE
               MOVE SU-COUNT TO BT-UCOUNT
               MOVE SU-AMOUNT TO BT-UAMOUNT
               WRITE BALTK-REC FROM BALTK-UNAPPL
                   AFTER ADVANCING 1 LINE
               MOVE 'UR-S-RUNCT' TO BT-USOURCE
               MOVE RT-SUSCOUNT TO BT-UCOUNT
               MOVE RT-UNAPPL TO BT-UAMOUNT
               WRITE BALTK-REC FROM BALTK-UNAPPL
                   AFTER ADVANCING 1 LINE
               MOVE RT-EXCPT TO BT-EXCPT
               WRITE BALTK-REC FROM BALTK-EXCPT
                   AFTER ADVANCING 2 LINES
                   OR IN-PAID NOT = RT-PAID THEN
               MOVE 'N' TO BAL-SW
           END-IF.
           IF SU-COUNT NOT = RT-SUSCOUNT
                   OR SU-AMOUNT NOT = RT-UNAPPL THEN
               MOVE 'N' TO BAL-SW
           END-IF.
       END PROGRAM lab5bal.
