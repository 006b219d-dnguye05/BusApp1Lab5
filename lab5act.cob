      *  S  statement - sort the named student's activity into date
      *     and time order and print a chronological statement of
      *     account (UR-S-ACTST) with per-type totals at the bottom.
      *     Activity on all of the student's loans is listed, each
      *     line showing the loan sequence it was posted to.
      *  Y  year summary - sort the named calendar year's activity
      *     by student and print one line per borrower to the
      *     tax-time letter feed (UR-S-TAXLT): payments received
      *     net of ACH returns, late fees assessed, and refunds
      *     disbursed net of void credits, and the interest paid
      *     (the interest bucket of each receipt and void credit,
      *     less the interest bucket of each ACH return and refund)
      *     for the borrower's tax letter.
      *The statement also closes with the net fees, interest and
      *principal paid, taken from the same allocation buckets.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab5act.
       FD  ACTHS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACTHS-REC PIC X(83).
       SD  SORT-WORK.
       01  SORT-REC.
           03 S-STUDENT-ID PIC 9(6).
           03 S-LOANSEQ PIC 9(2).
           03 S-DATE PIC 9(8).
           03 S-TIME PIC 9(6).
           03 S-TYPE PIC X(1).
           03 S-AMOUNT PIC 9(7)V9(2).
           03 S-DESC PIC X(30).
           03 S-FEEAMT PIC 9(5)V9(2).
           03 S-INTAMT PIC 9(5)V9(2).
           03 S-PRINAMT PIC 9(5)V9(2).
       FD  ACTST-FILE
               LABEL RECORDS ARE OMITTED.
       01  ACTST-REC PIC X(80).
       01  ACTST-COLHEAD.
           03 FILLER PIC X(10) VALUE 'DATE'.
           03 FILLER PIC X(8) VALUE 'TIME'.
           03 FILLER PIC X(6) VALUE 'LOAN'.
           03 FILLER PIC X(32) VALUE 'ACTIVITY'.
           03 FILLER PIC X(12) VALUE 'AMOUNT'.
       01  ACTST-DETAIL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 ST-TIME PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 ST-LOANSEQ PIC 9(2).
           03 FILLER PIC X(4) VALUE SPACES.
           03 ST-DESC PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 ST-AMOUNT PIC $$$,$$9.99.
       01  ACTST-TOT-VOID.
           03 FILLER PIC X(28) VALUE 'VOID CREDITS               '.
           03 ST-TOTVOID PIC $$$,$$9.99.
       01  ACTST-TOT-FEEPD.
           03 FILLER PIC X(28) VALUE 'NET FEES PAID              '.
           03 ST-TOTFEEPD PIC $$$,$$9.99-.
       01  ACTST-TOT-INTPD.
           03 FILLER PIC X(28) VALUE 'NET INTEREST PAID          '.
           03 ST-TOTINTPD PIC $$$,$$9.99-.
       01  ACTST-TOT-PRINPD.
           03 FILLER PIC X(28) VALUE 'NET PRINCIPAL PAID         '.
           03 ST-TOTPRINPD PIC $$$,$$9.99-.
       01  ACTST-NONE.
           03 FILLER PIC X(30) VALUE 'NO ACTIVITY ON FILE'.
       01  TAXLT-HEADING.
           03 FILLER PIC X(14) VALUE 'PAYMENTS'.
           03 FILLER PIC X(14) VALUE 'FEES'.
           03 FILLER PIC X(14) VALUE 'REFUNDS'.
           03 FILLER PIC X(14) VALUE 'INTEREST PAID'.
       01  TAXLT-DETAIL.
           03 TX-ID PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 TX-FEE PIC $$$,$$9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 TX-REF PIC $$$,$$9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 TX-INT PIC $$$,$$9.99-.
       01  TAXLT-TRAILER.
           03 FILLER PIC X(20) VALUE 'BORROWERS REPORTED  '.
           03 TX-CTSTU PIC ZZZZ9.
           03 TT-REF PIC S9(7)V9(2) VALUE 0.
           03 TT-RET PIC S9(7)V9(2) VALUE 0.
           03 TT-VOID PIC S9(7)V9(2) VALUE 0.
           03 TT-FEEPD PIC S9(7)V9(2) VALUE 0.
           03 TT-INTPD PIC S9(7)V9(2) VALUE 0.
           03 TT-PRINPD PIC S9(7)V9(2) VALUE 0.
       01  MISC.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-W PIC 9 VALUE 0.
               NOT AT END
                   IF AH-STUDENT-ID = AC-STUDENT-ID THEN
                       MOVE AH-STUDENT-ID TO S-STUDENT-ID
                       IF AH-LOANSEQ NUMERIC THEN
                           MOVE AH-LOANSEQ TO S-LOANSEQ
                       ELSE
                           MOVE 1 TO S-LOANSEQ
                       END-IF
                       MOVE AH-DATE TO S-DATE
                       MOVE AH-TIME TO S-TIME
                       MOVE AH-TYPE TO S-TYPE
                       MOVE AH-AMOUNT TO S-AMOUNT
                       MOVE AH-DESC TO S-DESC
                       PERFORM 3300-MOVE-BUCKETS
                       RELEASE SORT-REC
                   END-IF
           END-READ.
      *    Events written before the allocation buckets were carried
      *    have no split on them and count as all principal.
       3300-MOVE-BUCKETS.
           IF AH-FEEAMT NUMERIC
                   AND AH-INTAMT NUMERIC
                   AND AH-PRINAMT NUMERIC THEN
               MOVE AH-FEEAMT TO S-FEEAMT
               MOVE AH-INTAMT TO S-INTAMT
               MOVE AH-PRINAMT TO S-PRINAMT
           ELSE
               MOVE 0 TO S-FEEAMT
               MOVE 0 TO S-INTAMT
               IF AH-TYPE = 'F' THEN
                   MOVE 0 TO S-PRINAMT
               ELSE
                   MOVE AH-AMOUNT TO S-PRINAMT
               END-IF
           END-IF.
       3500-WRITE-STATEMENT.
           OPEN OUTPUT ACTST-FILE.
           MOVE AC-STUDENT-ID TO ST-ID.
           ADD 1 TO DETAIL-CT.
           MOVE S-DATE TO ST-DATE.
           MOVE S-TIME TO ST-TIME.
           MOVE S-LOANSEQ TO ST-LOANSEQ.
           MOVE S-DESC TO ST-DESC.
           MOVE S-AMOUNT TO ST-AMOUNT.
           WRITE ACTST-REC FROM ACTST-DETAIL
           EVALUATE S-TYPE
               WHEN 'P'
                   ADD S-AMOUNT TO TT-PAY
                   PERFORM 3760-ADD-BUCKETS
               WHEN 'F'
                   ADD S-AMOUNT TO TT-FEE
               WHEN 'R'
                   ADD S-AMOUNT TO TT-REF
                   PERFORM 3770-SUBTRACT-BUCKETS
               WHEN 'X'
                   ADD S-AMOUNT TO TT-RET
                   PERFORM 3770-SUBTRACT-BUCKETS
               WHEN 'V'
                   ADD S-AMOUNT TO TT-VOID
                   PERFORM 3760-ADD-BUCKETS
           END-EVALUATE.
       3760-ADD-BUCKETS.
           ADD S-FEEAMT TO TT-FEEPD.
           ADD S-INTAMT TO TT-INTPD.
           ADD S-PRINAMT TO TT-PRINPD.
       3770-SUBTRACT-BUCKETS.
           SUBTRACT S-FEEAMT FROM TT-FEEPD.
           SUBTRACT S-INTAMT FROM TT-INTPD.
           SUBTRACT S-PRINAMT FROM TT-PRINPD.
       3800-PRINT-TYPE-TOTALS.
           MOVE SPACES TO ACTST-REC.
           WRITE ACTST-REC
           MOVE TT-VOID TO ST-TOTVOID.
           WRITE ACTST-REC FROM ACTST-TOT-VOID
               AFTER ADVANCING 1 LINE.
           MOVE TT-FEEPD TO ST-TOTFEEPD.
           WRITE ACTST-REC FROM ACTST-TOT-FEEPD
               AFTER ADVANCING 2 LINES.
           MOVE TT-INTPD TO ST-TOTINTPD.
           WRITE ACTST-REC FROM ACTST-TOT-INTPD
               AFTER ADVANCING 1 LINE.
           MOVE TT-PRINPD TO ST-TOTPRINPD.
           WRITE ACTST-REC FROM ACTST-TOT-PRINPD
               AFTER ADVANCING 1 LINE.
       5000-PRINT-YEAR-SUMMARY.
           SORT SORT-WORK ON ASCENDING KEY S-STUDENT-ID S-DATE
               INPUT PROCEDURE IS 5100-SELECT-YEAR
                       REMAINDER WORK-REM
                   IF WORK-YEAR = AC-YEAR THEN
                       MOVE AH-STUDENT-ID TO S-STUDENT-ID
                       IF AH-LOANSEQ NUMERIC THEN
                           MOVE AH-LOANSEQ TO S-LOANSEQ
                       ELSE
                           MOVE 1 TO S-LOANSEQ
                       END-IF
                       MOVE AH-DATE TO S-DATE
                       MOVE AH-TIME TO S-TIME
                       MOVE AH-TYPE TO S-TYPE
                       MOVE AH-AMOUNT TO S-AMOUNT
                       MOVE AH-DESC TO S-DESC
                       PERFORM 3300-MOVE-BUCKETS
                       RELEASE SORT-REC
                   END-IF
           END-READ.
           COMPUTE TX-PAY = TT-PAY - TT-RET.
           MOVE TT-FEE TO TX-FEE.
           COMPUTE TX-REF = TT-REF - TT-VOID.
           MOVE TT-INTPD TO TX-INT.
           WRITE TAXLT-REC FROM TAXLT-DETAIL
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO TT-PAY TT-FEE TT-REF TT-RET TT-VOID.
           MOVE 0 TO TT-FEEPD TT-INTPD TT-PRINPD.
       END PROGRAM lab5act.
