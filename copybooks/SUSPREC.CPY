      ******************************************************************
      *Unapplied cash (payment suspense) record layout.
      *One record per receipt, or receipt remainder, that the posting
      *run could not apply: student ID and payment date as received,
      *the unapplied amount, and the reason it was suspended.
      *SP-ITEMNO is the suspense item number assigned from the
      *control file DA-S-SUSNO when the item is suspended; it is how
      *an item is named when it is resolved. SP-SUSPDATE is the date
      *the item went into suspense, the basis for aging it by days
      *held. The suspense file is cumulative - items stay on it,
      *run after run, until the unapplied cash run resolves them -
      *and the total of the open items is the unapplied cash
      *liability booked to the GL.
      *Shared by the posting run that suspends items, the unapplied
      *cash run that resolves and ages them, and the report and
      *balancing runs that total them.
      ******************************************************************
           05 SP-STUDENT-ID PIC 9(6).
           05 SP-PAYDATE PIC 9(8).
           05 SP-AMOUNT PIC 9(5)V9(2).
           05 SP-REASON PIC X(40).
           05 SP-ITEMNO PIC 9(6).
           05 SP-SUSPDATE PIC 9(8).
