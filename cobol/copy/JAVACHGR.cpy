      *****************************************************************
      * JAVACHGR - the monthly chargeback extract JAVACHG writes for
      * the finance system to load: one fixed-format 120-byte record
      * per calling consumer per service per month. Every field is
      * unsigned zoned display - no packed or binary fields - so the
      * extract loads on the finance side without a conversion step.
      *
      *   CHG-PERIOD        the month charged, YYYYMM
      *   CHG-CONSUMER      the calling CICS TRANID (AUH-TRANID) -
      *                     JAVABAT traffic arrives as 'BATC' and is
      *                     charged as a consumer of its own
      *   CHG-SERVICE       the logical service (AUH-LOGICAL-PROGRAM)
      *   CHG-CALLS         calls made in the month
      *   CHG-INPUT-BYTES   sum of AUH-INPUT-L
      *   CHG-OUTPUT-BYTES  sum of AUH-OUTPUT-L
      *   CHG-ELAPSED-MS    sum of AUH-ELAPSED-MS
      *   CHG-CALL-CHARGE   CHG-CALLS priced at RATE-PER-CALL
      *   CHG-DATA-CHARGE   input plus output bytes priced at
      *                     RATE-PER-KB
      *   CHG-TIME-CHARGE   elapsed time priced at RATE-PER-SECOND
      *   CHG-TOTAL-CHARGE  the three charges added together
      *   CHG-RATE-FOUND    'N' when the service had neither a rate
      *                     card of its own nor a '*' default, so the
      *                     charges are zero rather than priced
      * See JAVARATE for the rate card layout.
      *****************************************************************
       01  JAVA-CHARGEBACK-RECORD.
           05  CHG-PERIOD              PIC 9(6).
           05  CHG-CONSUMER            PIC X(4).
           05  CHG-SERVICE             PIC X(8).
           05  CHG-CALLS               PIC 9(9).
           05  CHG-INPUT-BYTES         PIC 9(15).
           05  CHG-OUTPUT-BYTES        PIC 9(15).
           05  CHG-ELAPSED-MS          PIC 9(15).
           05  CHG-CALL-CHARGE         PIC 9(9)V99.
           05  CHG-DATA-CHARGE         PIC 9(9)V99.
           05  CHG-TIME-CHARGE         PIC 9(9)V99.
           05  CHG-TOTAL-CHARGE        PIC 9(11)V99.
           05  CHG-RATE-FOUND          PIC X(1).
           05  FILLER                  PIC X(1).
