      ******************************************************************
      *System business-date control record layout.
      *One record on DA-S-BUSDT giving the business date the nightly
      *cycle is processing. Every program that dates its work - run
      *stamps, journal batch dates, activity dates, aging, due-date
      *tests - takes the date from here rather than from the system
      *clock, so a cycle that runs past midnight, or is rerun the
      *next morning, still processes as of the same business day.
      *  BD-BUSDATE   the business date being processed
      *  BD-PREVDATE  the business date before it
      *  BD-NEXTDATE  the next processing day after it
      *  BD-ROLLDATE  system date and time the date was last set
      *  BD-ROLLTIME  or rolled
      *Only the date-roll step (lab5dtr) writes the record; it
      *advances the business date to the next processing day,
      *skipping weekends and the holidays on the non-processing day
      *calendar (DA-S-HOLDY), once the night's cycle has completed.
      ******************************************************************
           05 BD-BUSDATE PIC 9(8).
           05 BD-PREVDATE PIC 9(8).
           05 BD-NEXTDATE PIC 9(8).
           05 BD-ROLLDATE PIC 9(8).
           05 BD-ROLLTIME PIC 9(6).
