      *carrying the check number, payee, amount, issue date, and the
      *reconciliation status byte: O outstanding, C cleared by the
      *bank, V voided as stale. The status date holds the cleared or
      *voided date. K-FEEAMT, K-INTAMT and K-PRINAMT carry the
      *late-fee, interest and principal buckets the refund was
      *backed out of, so a void credit restores the same buckets,
      *and K-LOANSEQ the loan sequence the refund was backed out
      *of. These are carried at the end of the record so checks
      *already on the file keep their layout; on those they are
      *blank, and the check is taken as drawn on loan 01 against
      *principal.
      *Shared by the disbursement program that writes the issue
      *records and the monthly bank reconciliation run that matches
      *them against the bank's cleared-items file.
      ******************************************************************
           05 K-CHECKNO PIC 9(6).
           05 K-STUDENT-ID PIC 9(6).
           05 K-ISSUE-DATE PIC 9(8).
           05 K-STATUS PIC X(1).
           05 K-STATUS-DATE PIC 9(8).
           05 K-FEEAMT PIC 9(5)V9(2).
           05 K-INTAMT PIC 9(5)V9(2).
           05 K-PRINAMT PIC 9(5)V9(2).
           05 K-LOANSEQ PIC 9(2).
