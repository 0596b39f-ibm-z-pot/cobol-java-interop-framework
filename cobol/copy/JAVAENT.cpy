      *****************************************************************
      * JAVAENT - VSAM KSDS record layout for JAVAENTF, the consumer
      * entitlement matrix: which consumer may call which service.
      * JAVASVCF only says whether a service is enabled at all; a row
      * here says whether one consumer may reach it, and how often a
      * day. Maintained online through JAVAENTM, read on every call by
      * CHECK-SERVICE-AUTHORIZATION on JAVACICS and by the matching
      * per-record check on JAVABAT.
      *
      * A consumer is identified the way the bridge sees it arrive:
      *   ENT-CONSUMER-TYPE 'T'  a CICS transaction - the calling
      *                          EIBTRNID, whether it came in through
      *                          CALL 'JAVA' or the JAVACOMM COMMAREA
      *                          entry point
      *                     'Q'  an MQ partner - the request queue its
      *                          messages arrive on at JAVAMQL (one
      *                          request queue per partner)
      *                     'J'  a JAVABAT batch job - the job name on
      *                          the step's PARM ('BATC' for a run that
      *                          does not name itself)
      * ENT-CONSUMER is left-justified; a TRANID uses the first four
      * bytes. An ENT-CONSUMER of '*' is the default row for every
      * consumer of that type calling that service - an exact row,
      * allowed or not, always wins over it. A consumer with neither
      * row is denied: once JAVAENTF is defined in a region the
      * matrix is an allow-list, the same way JAVASVCF is for
      * services. A region with no JAVAENTF defined does not check
      * entitlement at all.
      *
      *   ENT-ALLOWED          'Y' may call, 'N' may not - an explicit
      *                        'N' row is how one consumer is barred
      *                        under a '*' row that lets the rest in
      *   ENT-DAILY-ALLOWANCE  calls a day the consumer may make to the
      *                        service, zero for no limit; counted per
      *                        calendar day on JAVAENUF (see JAVAENU)
      *   ENT-NOTE             free text - who owns the consumer, or
      *                        why it was let in or kept out
      *   ENT-SET-BY/DATE/TIME signed-on userid that last keyed the row
      *****************************************************************
       01  JAVA-ENTITLEMENT-RECORD.
           05  ENT-KEY.
               10  ENT-CONSUMER-TYPE   PIC X(1).
                   88  ENT-TYPE-TRANID         VALUE 'T'.
                   88  ENT-TYPE-MQ-QUEUE       VALUE 'Q'.
                   88  ENT-TYPE-BATCH-JOB      VALUE 'J'.
               10  ENT-CONSUMER        PIC X(48).
               10  ENT-SERVICE         PIC X(8).
           05  ENT-ALLOWED             PIC X(1).
               88  ENT-IS-ALLOWED          VALUE 'Y'.
               88  ENT-IS-BARRED           VALUE 'N'.
           05  ENT-DAILY-ALLOWANCE     PIC 9(9).
           05  ENT-NOTE                PIC X(40).
           05  ENT-SET-BY              PIC X(8).
           05  ENT-SET-DATE            PIC 9(8).
           05  ENT-SET-TIME            PIC 9(6).
           05  FILLER                  PIC X(20).
