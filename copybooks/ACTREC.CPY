      *  F  late fee assessed
      *  X  ACH payment returned by the bank
      *  V  stale refund check voided, cash re-credited
      *  W  balance written off to bad debt at charge-off
      *  A  agency recovery posted against a charged-off loan
      *AH-LOANSEQ names the loan under the student ID the event was
      *posted to, so a borrower with more than one loan can see
      *which loan each event touched. It is carried at the end of
      *the record so events already on the history keep their
      *layout; on those it is blank, and the event is taken as
      *posted to loan 01.
      *AH-FEEAMT, AH-INTAMT and AH-PRINAMT split the event amount
      *into the late-fee, interest and principal buckets it was
      *allocated to (P and V) or reversed from (X and R), so the
      *interest paid in a year can be answered from this file.
      *They are zero on F, W and A events, which do not move cash
      *through the allocation waterfall.
      *Shared by every program that posts a financial event and by
      *the statement-of-account run that reports them.
      ******************************************************************
           05 AH-TYPE PIC X(1).
           05 AH-AMOUNT PIC 9(7)V9(2).
           05 AH-DESC PIC X(30).
           05 AH-FEEAMT PIC 9(5)V9(2).
           05 AH-INTAMT PIC 9(5)V9(2).
           05 AH-PRINAMT PIC 9(5)V9(2).
           05 AH-LOANSEQ PIC 9(2).
