      *from issue date, and checks stale past 180 days. Stale checks
      *are voided: the refund is re-credited to the student's
      *DA-S-MASTR record (back into the open installment slots, the
      *reverse of how lab5ref backed it out, and back into the
      *fee, interest and principal paid buckets in the same split
      *lab5ref recorded on the check-issue record), the update is
      *journaled to DA-S-JRNL with before and after images like
      *every other master update, and the check is listed for
      *escheatment review. The check-issue file is rewritten with
           SELECT MASTER-FILE ASSIGN TO 'DA-S-MASTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-LOANKEY
               FILE STATUS IS MSTR-STATUS.
           SELECT BNKRC-FILE ASSIGN TO 'UR-S-BNKRC'.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
           SELECT ACTHS-FILE ASSIGN TO 'DA-S-ACTHS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTHS-STATUS.
           SELECT BUSDT-FILE ASSIGN TO 'DA-S-BUSDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHKIS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CHKIS-REC PIC X(81).
       FD  BNKCL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
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
       01  CHKIS-DATA.
           03 CHK-ENTRY OCCURS 5000 TIMES.
               05 CK-CHECKNO PIC 9(6).
               05 CK-STUDENT-ID PIC 9(6).
               05 CK-LOANSEQ PIC 9(2).
               05 CK-NAME PIC X(20).
               05 CK-AMOUNT PIC 9(7)V9(2).
               05 CK-ISSUE-DATE PIC 9(8).
               05 CK-STATUS PIC X(1).
               05 CK-STATUS-DATE PIC 9(8).
               05 CK-FEEAMT PIC 9(5)V9(2).
               05 CK-INTAMT PIC 9(5)V9(2).
               05 CK-PRINAMT PIC 9(5)V9(2).
       01  SLOT-BUILD.
           03 SB-AMOUNT PIC 9(4)V9(2).
           03 SB-DUEDATE PIC 9(8).
       01  CREDIT-CALC.
           03 CC-REMAIN PIC 9(7)V9(2).
           03 CC-SLOT PIC 9(4)V9(2).
           03 CC-BUCKET PIC 9(5)V9(2).
           03 CC-INTACCR PIC 9(5)V9(2).
       01  AGING-CALC.
           03 AG-TODAY-INT PIC 9(7).
           03 AG-ISSUE-INT PIC 9(7).
           03 CKX PIC 9(4).
           03 CKS PIC 9(4).
           03 CURRENT-DATE PIC 9(8).
           03 BUSDT-STATUS PIC X(2).
       01  BNK-COUNTS.
           03 CT-CLEARED PIC 9(5) VALUE 0.
           03 CT-MISMATCH PIC 9(5) VALUE 0.
           03 CT-OUTAMT PIC 9(9)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-BUSINESS-DATE.
           OPEN OUTPUT BNKRC-FILE.
           MOVE CURRENT-DATE TO BR-RUNDATE.
           WRITE BNKRC-REC FROM BNKRC-HEADING
           PERFORM 8000-PRINT-TOTALS.
           CLOSE BNKRC-FILE.
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
               DISPLAY 'LAB5BNK STOPPED - NO VALID BUSINESS DATE '
                   'ON DA-S-BUSDT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSDATE TO CURRENT-DATE.
       1000-LOAD-CHECK-ISSUE.
           OPEN INPUT CHKIS-FILE.
           IF CHKIS-STATUS = '00' THEN
                       ADD 1 TO CHK-COUNT
                       MOVE K-CHECKNO TO CK-CHECKNO(CHK-COUNT)
                       MOVE K-STUDENT-ID TO CK-STUDENT-ID(CHK-COUNT)
                       IF K-LOANSEQ IS NUMERIC THEN
                           MOVE K-LOANSEQ TO CK-LOANSEQ(CHK-COUNT)
                       ELSE
                           MOVE 1 TO CK-LOANSEQ(CHK-COUNT)
                       END-IF
                       MOVE K-NAME TO CK-NAME(CHK-COUNT)
                       MOVE K-AMOUNT TO CK-AMOUNT(CHK-COUNT)
                       MOVE K-ISSUE-DATE TO CK-ISSUE-DATE(CHK-COUNT)
                       MOVE K-STATUS TO CK-STATUS(CHK-COUNT)
                       MOVE K-STATUS-DATE TO CK-STATUS-DATE(CHK-COUNT)
                       IF K-FEEAMT IS NUMERIC
                               AND K-INTAMT IS NUMERIC
                               AND K-PRINAMT IS NUMERIC THEN
                           MOVE K-FEEAMT TO CK-FEEAMT(CHK-COUNT)
                           MOVE K-INTAMT TO CK-INTAMT(CHK-COUNT)
                           MOVE K-PRINAMT TO CK-PRINAMT(CHK-COUNT)
                       ELSE
                           MOVE 0 TO CK-FEEAMT(CHK-COUNT)
                           MOVE 0 TO CK-INTAMT(CHK-COUNT)
                           MOVE K-AMOUNT TO CK-PRINAMT(CHK-COUNT)
                       END-IF
                   ELSE
                       MOVE 'Y' TO CHK-OVERFLOW-SW
                   END-IF
           IF JRNL-STATUS = '35' THEN
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE CURRENT-DATE TO J-BATCHDATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO J-BATCHTIME.
       3000-MATCH-CLEARED.
           PERFORM 3900-WRITE-DETAIL.
       4400-RECREDIT-MASTER.
           MOVE CK-STUDENT-ID(CKX) TO I-STUDENT-ID.
           MOVE CK-LOANSEQ(CKX) TO I-LOANSEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO FOUND-SW
                       PERFORM 4500-FILL-SLOT
                   END-IF
               END-PERFORM
               PERFORM 4450-RECREDIT-BUCKETS
               REWRITE MASTER-REC
               MOVE 'C' TO J-CODE
               MOVE MASTER-REC TO J-AFTER
           ELSE
               MOVE 'VOID - NO MASTER - ESCHEAT' TO BR-DISP
           END-IF.
      *    Puts the voided refund back into the same allocation buckets
      *    lab5ref took it out of. Interest that lab5ref returned to
      *    accrued is taken back off accrued as it is re-credited.
       4450-RECREDIT-BUCKETS.
           MOVE I-PRINPAID TO CC-BUCKET.
           ADD CK-PRINAMT(CKX) TO CC-BUCKET.
           MOVE CC-BUCKET TO I-PRINPAID.
           MOVE I-INTPAID TO CC-BUCKET.
           ADD CK-INTAMT(CKX) TO CC-BUCKET.
           MOVE CC-BUCKET TO I-INTPAID.
           MOVE I-INTACCR TO CC-INTACCR.
           IF CC-INTACCR > CK-INTAMT(CKX) THEN
               SUBTRACT CK-INTAMT(CKX) FROM CC-INTACCR
           ELSE
               MOVE 0 TO CC-INTACCR
           END-IF.
           MOVE CC-INTACCR TO I-INTACCR.
           MOVE I-FEEPAID TO CC-BUCKET.
           ADD CK-FEEAMT(CKX) TO CC-BUCKET.
           MOVE CC-BUCKET TO I-FEEPAID.
       4500-FILL-SLOT.
           IF CC-REMAIN > 9999.99 THEN
               MOVE 9999.99 TO CC-SLOT
           SUBTRACT CC-SLOT FROM CC-REMAIN.
       4600-WRITE-ACTIVITY.
           MOVE CK-STUDENT-ID(CKX) TO AH-STUDENT-ID.
           MOVE CK-LOANSEQ(CKX) TO AH-LOANSEQ.
           MOVE CURRENT-DATE TO AH-DATE.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TS-HHMMSS TO AH-TIME.
           MOVE 'V' TO AH-TYPE.
           MOVE CK-AMOUNT(CKX) TO AH-AMOUNT.
           MOVE 'STALE CHECK VOID CREDIT' TO AH-DESC.
           MOVE CK-FEEAMT(CKX) TO AH-FEEAMT.
           MOVE CK-INTAMT(CKX) TO AH-INTAMT.
           MOVE CK-PRINAMT(CKX) TO AH-PRINAMT.
           WRITE ACTHS-REC FROM ACT-DATA.
       7000-SAVE-CHECK-ISSUE.
           IF CHK-COUNT > 0 THEN
                   UNTIL CKS > CHK-COUNT
                   MOVE CK-CHECKNO(CKS) TO K-CHECKNO
                   MOVE CK-STUDENT-ID(CKS) TO K-STUDENT-ID
                   MOVE CK-LOANSEQ(CKS) TO K-LOANSEQ
                   MOVE CK-NAME(CKS) TO K-NAME
                   MOVE CK-AMOUNT(CKS) TO K-AMOUNT
                   MOVE CK-ISSUE-DATE(CKS) TO K-ISSUE-DATE
                   MOVE CK-STATUS(CKS) TO K-STATUS
                   MOVE CK-STATUS-DATE(CKS) TO K-STATUS-DATE
                   MOVE CK-FEEAMT(CKS) TO K-FEEAMT
                   MOVE CK-INTAMT(CKS) TO K-INTAMT
                   MOVE CK-PRINAMT(CKS) TO K-PRINAMT
                   WRITE CHKIS-REC FROM CHKIS-DATA
               END-PERFORM
               CLOSE CHKIS-FILE
