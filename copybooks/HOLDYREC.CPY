      ******************************************************************
      *Non-processing day calendar record layout.
      *One record per holiday on DA-S-HOLDY: the date and a
      *description. Saturdays and Sundays are never processing days
      *and need not be listed. No cycle runs on a non-processing
      *day - the date roll steps over it - and an installment due
      *date that would fall on one is moved to the next processing
      *day when a schedule is built or shifted.
      *Shared by the date-roll step and the programs that build and
      *shift repayment schedules.
      ******************************************************************
           05 HL-DATE PIC 9(8).
           05 HL-DESC PIC X(30).
