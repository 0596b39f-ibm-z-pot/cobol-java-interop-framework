      * format on purpose, so a structured dataset stays readable in
      * a browse. The one-reply-per-request-in-order contract (and
      * the SYSUT2-counting restart that relies on it) is unchanged.
      *
      * JAVA-BATCH-REJECT is the JAVAREJ reject record - one per
      * request a JAVABAT run failed, in either mode, written so the
      * request can be replayed without rebuilding it by hand. It
      * leads with the same service / request ID / explicit length
      * header as JAVA-BATCH-REQUEST and carries the reply's return
      * code and failing step, then the full original payload:
      *
      *   BRJ-REQUEST-ID      the caller's ID; a classic-mode request
      *                       has none, so it is given 'REC' and its
      *                       SYSUT1 record number
      *   BRJ-RESUBMIT-COUNT  how many resubmission runs have already
      *                       failed the request - 0 when first
      *                       rejected, one more each time a
      *                       resubmission fails it again
      *   BRJ-REJECT-DATE/    when it was (last) rejected, and by which
      *   BRJ-REJECT-TIME/    job - the job name JAVABAT is known by on
      *   BRJ-JOB-NAME        the entitlement matrix
      *   BRJ-PAYLOAD         the request exactly as the run saw it -
      *                       32000 bytes so a full classic-mode record
      *                       fits as well as a structured payload
      *
      * A reject dataset is the SYSUT1 of a resubmission run (PARM
      * '+', see JAVABAT), which is why the record is longer than the
      * 32000-byte request/reply records (LRECL 32072).
      *****************************************************************
       01  JAVA-BATCH-REQUEST.
           05  BRQ-SERVICE             PIC X(8).
           05  BRP-RETURN-CODE         PIC 9(4).
           05  BRP-FAILING-STEP        PIC X(8).
           05  BRP-PAYLOAD             PIC X(31967).

       01  JAVA-BATCH-REJECT.
           05  BRJ-REQUEST-HDR.
               10  BRJ-SERVICE         PIC X(8).
               10  BRJ-REQUEST-ID      PIC X(16).
               10  BRJ-REQUEST-L       PIC 9(5).
           05  BRJ-RETURN-CODE         PIC 9(4).
           05  BRJ-FAILING-STEP        PIC X(8).
           05  BRJ-RESUBMIT-COUNT      PIC 9(3).
           05  BRJ-REJECT-DATE         PIC 9(8).
           05  BRJ-REJECT-TIME         PIC 9(6).
           05  BRJ-JOB-NAME            PIC X(8).
           05  FILLER                  PIC X(6).
           05  BRJ-PAYLOAD             PIC X(32000).
