      *****************************************************************
      * JAVARATE - one card of the chargeback rate table JAVACHG
      * prices the monthly Java platform usage from. Finance owns
      * the rates; the deck is plain 80-byte card images (an inline
      * DD * on JAVACHGJ, or a dataset the rate owner maintains), so
      * a rate change is an edit to the deck rather than a program
      * change.
      *
      *   RATE-SERVICE     the SVC-LOGICAL-NAME the rates apply to, or
      *                    '*' for the default row used by any service
      *                    without a card of its own
      *   RATE-PER-CALL    charge per call made
      *   RATE-PER-KB      charge per 1024 bytes moved, input plus
      *                    output (AUH-INPUT-L + AUH-OUTPUT-L)
      *   RATE-PER-SECOND  charge per second of AUH-ELAPSED-MS
      *   RATE-DESCRIPTION free text for whoever reads the deck
      *
      * Rates are in the chargeback currency unit with six decimal
      * places, since a per-call rate is routinely a fraction of a
      * cent. A blank card, or one starting '**', is a comment and
      * is skipped.
      *****************************************************************
       01  JAVA-RATE-CARD.
           05  RATE-SERVICE            PIC X(8).
           05  FILLER                  PIC X(1).
           05  RATE-PER-CALL           PIC 9(3)V9(6).
           05  FILLER                  PIC X(1).
           05  RATE-PER-KB             PIC 9(3)V9(6).
           05  FILLER                  PIC X(1).
           05  RATE-PER-SECOND         PIC 9(3)V9(6).
           05  FILLER                  PIC X(1).
           05  RATE-DESCRIPTION        PIC X(41).
