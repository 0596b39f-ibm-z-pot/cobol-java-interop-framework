      *****************************************************************
      * JAVAENU - VSAM KSDS record layout for JAVAENUF, the consumer
      * entitlement usage file: one row per calendar day per consumer
      * per service, for the consumers the entitlement matrix (see
      * JAVAENT) has something to say about that day.
      *
      * A row is touched by JAVACICS and JAVABAT only when it has to
      * be - every call by a consumer with a daily allowance (to count
      * it against the allowance), and every call turned away as not
      * entitled or over the allowance (to tally it). A consumer with
      * no allowance calling a service it is entitled to costs no
      * I/O here. The key leads with the day, so the daily report
      * JAVAENR reads one day's rows in consumer order with a single
      * START.
      *
      *   ENU-DATE            calendar day YYYYMMDD, local time
      *   ENU-CONSUMER-TYPE/  as ENT-CONSUMER-TYPE/ENT-CONSUMER on
      *   ENU-CONSUMER        JAVAENT - the consumer as it arrived,
      *                       never the '*' default row it matched
      *   ENU-CALL-COUNT      calls let through against the allowance
      *   ENU-DENIED-COUNT    calls turned away as not entitled
      *   ENU-OVER-COUNT      calls turned away over the allowance
      *   ENU-ALLOWANCE       the daily allowance in force at the last
      *                       update, zero where none applied
      *   ENU-FIRST-TIME/     HHMMSS of the first and latest call that
      *   ENU-LAST-TIME       touched the row
      *****************************************************************
       01  JAVA-ENTITLE-USAGE-RECORD.
           05  ENU-KEY.
               10  ENU-DATE            PIC 9(8).
               10  ENU-CONSUMER-TYPE   PIC X(1).
               10  ENU-CONSUMER        PIC X(48).
               10  ENU-SERVICE         PIC X(8).
           05  ENU-CALL-COUNT          PIC S9(9) COMP.
           05  ENU-DENIED-COUNT        PIC S9(9) COMP.
           05  ENU-OVER-COUNT          PIC S9(9) COMP.
           05  ENU-ALLOWANCE           PIC S9(9) COMP.
           05  ENU-FIRST-TIME          PIC 9(6).
           05  ENU-LAST-TIME           PIC 9(6).
           05  FILLER                  PIC X(20).
