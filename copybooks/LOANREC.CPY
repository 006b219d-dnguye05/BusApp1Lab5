      *3 90-day) - so the fee assessment run never charges the same
      *installment twice for the same bucket.
      *I-DEFSTAT marks an in-school deferment (D) or hardship
      *forbearance (F) granted by a maintenance transaction (or, for
      *D, by the registrar enrollment feed), with its start and end
      *dates; space means none. While the status is set and the end
      *date has not passed, the loan stays off
      *the aging report, the fee assessment run skips it, and the
      *collections run leaves it alone. When the deferment is ended
      *the remaining unpaid due dates are pushed out by its length.
      *I-LOANKEY is the record key: the student ID plus a two-digit
      *loan sequence number (01 for the borrower's first loan, 02
      *for the next disbursement, and so on), so a returning
      *borrower carries each loan as its own record with its own
      *schedule and payment history under the same student ID.
      *Every payment is allocated late fees first, then accrued
      *interest, then principal. I-FEEPAID, I-INTPAID and I-PRINPAID
      *hold the cumulative amounts paid to each bucket, net of
      *returns, refunds and void credits. I-INTACCR is the interest
      *accrued and still unpaid through I-INTDATE, the date interest
      *was last brought current; interest after that date accrues
      *on the unpaid principal (I-LOAN less I-PRINPAID). A zero
      *I-INTDATE means interest has never been brought current and
      *accrues from I-LOANDATE.
      *I-COSTAT is C once the loan has been charged off as bad debt
      *after agency placement (space otherwise), with the charge-off
      *date in I-CODATE and the balance written off in I-COAMT.
      *A charged-off loan is carried for history and agency
      *recoveries only: the aging, fee, ACH and statement runs pass
      *it by. I-RECOVAMT accumulates the gross agency collections
      *posted against the written-off balance and I-RECCOMM the
      *agency commission withheld from them.
      ******************************************************************
           05 I-LOANKEY.
               10 I-STUDENT-ID PIC 9(6).
               10 I-LOANSEQ PIC 9(2).
           05 I-NAME PIC X(20).
           05 I-MAJOR PIC X(4).
           05 I-YEAR PIC X(4).
           05 I-DEFSTAT PIC X(1).
           05 I-DEFSTART PIC 9(8).
           05 I-DEFEND PIC 9(8).
           05 I-FEEPAID.
               10 I-FEEPWHOLE PIC 9(5).
               10 I-FEEPDECIMAL PIC P9(2).
           05 I-INTPAID.
               10 I-INTPWHOLE PIC 9(5).
               10 I-INTPDECIMAL PIC P9(2).
           05 I-PRINPAID.
               10 I-PRINPWHOLE PIC 9(5).
               10 I-PRINPDECIMAL PIC P9(2).
           05 I-INTACCR.
               10 I-INTAWHOLE PIC 9(5).
               10 I-INTADECIMAL PIC P9(2).
           05 I-INTDATE PIC 9(8).
           05 I-COSTAT PIC X(1).
           05 I-CODATE PIC 9(8).
           05 I-COAMT.
               10 I-COWHOLE PIC 9(5).
               10 I-CODECIMAL PIC P9(2).
           05 I-RECOVAMT.
               10 I-RECWHOLE PIC 9(5).
               10 I-RECDECIMAL PIC P9(2).
           05 I-RECCOMM.
               10 I-RCMWHOLE PIC 9(5).
               10 I-RCMDECIMAL PIC P9(2).
           05 I-PAID OCCURS 1 TO 12 TIMES
                   DEPENDING ON I-NUMPAY.
               10 I-PAIDWHOLE PIC 9(4).
