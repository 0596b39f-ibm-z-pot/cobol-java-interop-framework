      *****************************************************************
      * JAVASVCU - the portable JAVASVCF unload JAVASVCX writes and
      * reads back: one fixed-format 400-byte record per service row,
      * between a header naming the region the unload was taken from
      * and a trailer carrying the row count. Every field is unsigned
      * zoned display - no packed or binary fields - so an unload
      * ships between regions (and LPARs) without a conversion step
      * and can be read, and reviewed, in an ordinary editor.
      *
      *   SVU-RECORD-TYPE  'H' header (first record), 'S' service row,
      *                    'T' trailer (last record)
      *   header           SVU-HDR-REGION - the region label the EXPORT
      *                    was run with; SVU-HDR-DATE/TIME - when
      *   service row      the JAVA-SERVICE-RECORD configuration
      *                    fields (see JAVASVCR) under an SVU- prefix,
      *                    in logical-name order
      *   trailer          SVU-TRL-ROW-COUNT - service rows between
      *                    the header and the trailer
      *
      * The runtime counters SVC-CONSEC-FAILURES, SVC-IN-FLIGHT-COUNT
      * and SVC-DIAG-SLOT are deliberately not carried - they belong
      * to the region they were counted in, and a PROMOTE leaves the
      * target region's own values in place (zero on a new row). The
      * canary candidate's trial state and counts (SVC-CAND-STATE,
      * SVC-CAND-CALLS, SVC-CAND-FAILS) are the same - a PROMOTE that
      * brings a different candidate in starts its trial afresh.
      *
      * A reviewer removing rows from an unload before a PROMOTE must
      * bring SVU-TRL-ROW-COUNT down to match - JAVASVCX refuses an
      * unload whose count does not agree, the same as a truncated
      * one.
      *****************************************************************
       01  JAVA-SERVICE-UNLOAD-RECORD.
           05  SVU-RECORD-TYPE         PIC X(1).
               88  SVU-IS-HEADER           VALUE 'H'.
               88  SVU-IS-SERVICE          VALUE 'S'.
               88  SVU-IS-TRAILER          VALUE 'T'.
           05  SVU-SERVICE-DATA.
               10  SVU-LOGICAL-NAME    PIC X(8).
               10  SVU-REAL-PROGRAM    PIC X(8).
               10  SVU-ASYNC-TRANID    PIC X(4).
               10  SVU-ENABLED         PIC X(1).
               10  SVU-TIMEOUT-SECS    PIC 9(4).
               10  SVU-MAX-RETRIES     PIC 9(4).
               10  SVU-FAIL-THRESHOLD  PIC 9(4).
               10  SVU-MAX-CONCURRENT  PIC 9(4).
               10  SVU-SIMULATE        PIC X(1).
               10  SVU-SIM-OUTPUT-L    PIC 9(4).
               10  SVU-SIM-OUTPUT      PIC X(256).
               10  SVU-TARGET-MS       PIC 9(9).
               10  SVU-REMOTE-SYSID    PIC X(4).
               10  SVU-MIN-INPUT-L     PIC 9(9).
               10  SVU-MAX-INPUT-L     PIC 9(9).
               10  SVU-INPUT-RULE      PIC X(1).
               10  SVU-INPUT-RULE-LEN  PIC 9(4).
               10  SVU-INPUT-PREFIX    PIC X(8).
               10  SVU-DIAG-KEEP       PIC 9(4).
               10  SVU-CAND-PROGRAM    PIC X(8).
               10  SVU-CAND-PCT        PIC 9(4).
               10  SVU-CAND-FAIL-LIMIT PIC 9(4).
               10  SVU-CAND-MIN-CALLS  PIC 9(4).
               10  FILLER              PIC X(33).
           05  SVU-HEADER-DATA REDEFINES SVU-SERVICE-DATA.
               10  SVU-HDR-REGION      PIC X(8).
               10  SVU-HDR-DATE        PIC 9(8).
               10  SVU-HDR-TIME        PIC 9(6).
               10  FILLER              PIC X(377).
           05  SVU-TRAILER-DATA REDEFINES SVU-SERVICE-DATA.
               10  SVU-TRL-ROW-COUNT   PIC 9(9).
               10  FILLER              PIC X(390).
