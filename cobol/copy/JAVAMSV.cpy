      *****************************************************************
      * JAVAMSV - per-event-type severity table for forwarding
      * JAVAEVTF events to the enterprise monitoring queue (see
      * JAVAMON). JAVAEVTW looks every event up here as it is
      * logged, and JAVAMFR looks the day's events up the same way to
      * know which ones should have reached the queue.
      *
      *   MSV-EVENT-TYPE  EVT-TYPE as on JAVAEVT; the '*' row is the
      *                   default for any type not listed, and must
      *                   stay the last row - a new event type alerts
      *                   at its severity until it is given a row
      *   MSV-ACTION      'A' forward as an alert, 'S' suppress - log
      *                   on JAVAEVTF only, nothing to the queue
      *   MSV-SEVERITY    on the monitoring scale, 1 critical to 5
      *                   informational (see MON-SEVERITY); zero on a
      *                   suppressed row
      *
      * DRAINSUM is the routine end-of-drain count and is suppressed;
      * the window start/end events go as informational so the
      * monitoring console shows the outage as planned. A canary
      * fallback goes as a warning - traffic is already safely back
      * on the current program, but the new version needs looking at.
      *****************************************************************
       01  JAVA-MON-SEVERITY-SEED.
           05  FILLER.
               10  FILLER          PIC X(8) VALUE 'AUTODISA'.
               10  FILLER          PIC X(1) VALUE 'A'.
               10  FILLER          PIC 9(1) VALUE 2.
           05  FILLER.
               10  FILLER          PIC X(8) VALUE 'DRAINFLR'.
               10  FILLER          PIC X(1) VALUE 'A'.
               10  FILLER          PIC 9(1) VALUE 2.
           05  FILLER.
               10  FILLER          PIC X(8) VALUE 'MQPOISON'.
               10  FILLER          PIC X(1) VALUE 'A'.
               10  FILLER          PIC 9(1) VALUE 3.
           05  FILLER.
               10  FILLER          PIC X(8) VALUE 'LATEREPL'.
               10  FILLER          PIC X(1) VALUE 'A'.
               10  FILLER          PIC 9(1) VALUE 4.
           05  FILLER.
               10  FILLER          PIC X(8) VALUE 'SLOWCALL'.
               10  FILLER          PIC X(1) VALUE 'A'.
               10  FILLER          PIC 9(1) VALUE 4.
           05  FILLER.
               10  FILLER          PIC X(8) VALUE 'CANARYFB'.
               10  FILLER          PIC X(1) VALUE 'A'.
               10  FILLER          PIC 9(1) VALUE 3.
           05  FILLER.
               10  FILLER          PIC X(8) VALUE 'MNTSTART'.
               10  FILLER          PIC X(1) VALUE 'A'.
               10  FILLER          PIC 9(1) VALUE 5.
           05  FILLER.
               10  FILLER          PIC X(8) VALUE 'MNTEND'.
               10  FILLER          PIC X(1) VALUE 'A'.
               10  FILLER          PIC 9(1) VALUE 5.
           05  FILLER.
               10  FILLER          PIC X(8) VALUE 'DRAINSUM'.
               10  FILLER          PIC X(1) VALUE 'S'.
               10  FILLER          PIC 9(1) VALUE 0.
           05  FILLER.
               10  FILLER          PIC X(8) VALUE '*'.
               10  FILLER          PIC X(1) VALUE 'A'.
               10  FILLER          PIC 9(1) VALUE 3.

       01  JAVA-MON-SEVERITY-TABLE REDEFINES JAVA-MON-SEVERITY-SEED.
           05  MSV-ENTRY           OCCURS 10 TIMES
                                    INDEXED BY MSV-IDX.
               10  MSV-EVENT-TYPE      PIC X(8).
               10  MSV-ACTION          PIC X(1).
                   88  MSV-IS-ALERT        VALUE 'A'.
                   88  MSV-IS-SUPPRESSED   VALUE 'S'.
               10  MSV-SEVERITY        PIC 9(1).
       01  MSV-ENTRY-COUNT             PIC S9(4) COMP VALUE 10.
