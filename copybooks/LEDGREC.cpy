      ******************************************************************
      * LEDGREC - shared STUDENT-LEDGER (student account) entry layout.
      * Keyed by PERSON-ID + POST-DATE + SEQ so one student's account
      * reads back in date order, which is the order the statement
      * and aging runs need. TUITINV writes an INVOICE entry for every
      * invoice it prints; RCPTPST posts the bursar's PAYMENT and
      * CREDIT/DEBIT ADJUSTMENT entries. AMOUNT is always positive -
      * ENTRY-TYPE says which way it moves the balance: invoices and
      * debit adjustments raise what is owed, payments and credit
      * adjustments lower it. SEQ only separates entries that land on
      * the same student on the same day. REFERENCE is the bursar's
      * receipt number on a payment or adjustment, and is what an
      * RCPTPST re-run is checked against so nothing posts twice.
      * TUITINV puts its own name there on an invoice; its re-run
      * check is an invoice entry already dated the run date.
      * COPY LEDGREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:LEDGER-ENTRY.
           05  :PFX:LEDGER-KEY.
               10  :PFX:KEY-PERSON-ID  PICTURE 9(6).
               10  :PFX:KEY-POST-DATE  PICTURE 9(8).
               10  :PFX:KEY-SEQ        PICTURE 999.
           05  :PFX:ENTRY-TYPE    PICTURE x VALUE SPACE.
               88  :PFX:ENTRY-INVOICE    VALUE "I".
               88  :PFX:ENTRY-PAYMENT    VALUE "P".
               88  :PFX:ENTRY-CREDIT-ADJ VALUE "C".
               88  :PFX:ENTRY-DEBIT-ADJ  VALUE "D".
               88  :PFX:ENTRY-IS-CHARGE  VALUE "I" "D".
               88  :PFX:ENTRY-IS-CREDIT  VALUE "P" "C".
           05  :PFX:AMOUNT        PICTURE 9(7)V99 VALUE ZEROES.
           05  :PFX:REFERENCE     PICTURE x(10) VALUE SPACES.
           05  :PFX:DESCRIPTION   PICTURE x(20) VALUE SPACES.
           05  :PFX:POSTED-TIME   PICTURE x(21) VALUE SPACES.
