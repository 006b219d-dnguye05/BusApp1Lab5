      ******************************************************************
      *Month-end portfolio snapshot record layout.
      *One record per loan on the master (DA-S-MASTR) as it stood on
      *the last processing day of the month SN-MONTH (YYYYMM), taken
      *by lab5snp as of the business date SN-SNAPDATE (a late
      *snapshot for a missed month end is dated the first
      *processing day of the month after SN-MONTH). The snapshot
      *history file (DA-S-SNAPS) holds the last 13 months, oldest
      *month first and loan-key order within a month, and is read by
      *the portfolio trend report (lab5trd).
      *SN-BALANCE is the balance owed with interest accrued to the
      *snapshot date - for a charged-off loan, the written-off
      *amount still unrecovered. SN-DAYSPD is how far past due the
      *oldest unpaid installment is, and SN-BUCKET the aging bucket
      *it falls in, using the UR-S-AGING buckets: 0 current, 1 1-30,
      *2 31-60, 3 61-90, 4 over 90 days past due.
      *SN-STATUS is the loan's standing:
      *  A  in repayment
      *  D  in-school deferment in force
      *  F  hardship forbearance in force
      *  P  placed with the outside collection agency
      *  C  charged off to bad debt
      *  Z  paid in full (no balance)
      *Only A and P loans are aged; the others carry bucket 0.
      *SN-DEFSTAT is the deferment in force (D or F, space if none)
      *and SN-COLLVL the borrower's collections level from the
      *collections history (DA-S-COLHS): 0 none, 1 first notice,
      *2 final notice, 3 placement warning, P placed.
      ******************************************************************
           05 SN-MONTH PIC 9(6).
           05 SN-LOANKEY.
               10 SN-STUDENT-ID PIC 9(6).
               10 SN-LOANSEQ PIC 9(2).
           05 SN-MAJOR PIC X(4).
           05 SN-YEAR PIC X(4).
           05 SN-BALANCE PIC 9(7)V9(2).
           05 SN-DAYSPD PIC 9(4).
           05 SN-BUCKET PIC 9(1).
           05 SN-STATUS PIC X(1).
           05 SN-DEFSTAT PIC X(1).
           05 SN-COLLVL PIC X(1).
           05 SN-COAMT PIC 9(5)V9(2).
           05 SN-SNAPDATE PIC 9(8).
