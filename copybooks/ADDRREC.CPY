      *Borrower name-and-address master record layout.
      *Keyed on student ID, one record per borrower, holding the
      *mailing address, phone, and enrollment status (E enrolled,
      *W withdrawn, G graduated - kept current from the registrar by
      *the nightly enrollment feed). Shared by the address maintenance
      *program and every program that prints a mailable document
      *(statements, remittance advices) so they all agree on the
      *same field positions.
