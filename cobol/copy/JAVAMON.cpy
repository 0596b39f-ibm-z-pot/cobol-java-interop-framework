      *****************************************************************
      * JAVAMON - the enterprise monitoring team's fixed-format alert
      * message, as JAVAEVTW puts it to their alert intake queue for
      * every JAVAEVTF event the severity table (see JAVAMSV) does
      * not suppress, and as JAVAMFWS resends it when the queue was
      * unavailable at the time. All display format, one message per
      * event, no MQ header beyond the MQMD (format MQSTR).
      *
      *   MON-FORMAT-ID/      'EMAL' / '01' - the monitoring team's
      *   MON-FORMAT-VERSION  record identifier for this layout
      *   MON-SOURCE-SYSTEM   'JAVABRDG' - this bridge, as registered
      *                       with the monitoring team
      *   MON-SOURCE-REGION   the CICS APPLID the event happened in
      *   MON-EVENT-ID        the JAVAEVTF EVT-KEY (date, time, seq) -
      *                       unique per region, so a resent message
      *                       the queue already had can be recognised
      *                       and dropped at the monitoring end
      *   MON-EVENT-DATE/     when the event was logged, YYYYMMDD and
      *   MON-EVENT-TIME      HHMMSS local time
      *   MON-SEVERITY        1 critical, 2 major, 3 minor, 4 warning,
      *                       5 informational - the monitoring scale
      *   MON-EVENT-TYPE/     EVT-TYPE, EVT-SERVICE, EVT-TRANID and the
      *   MON-RESOURCE/...    two counters and text as on JAVAEVTF
      *****************************************************************
       01  JAVA-MONITOR-ALERT.
           05  MON-FORMAT-ID           PIC X(4).
           05  MON-FORMAT-VERSION      PIC X(2).
           05  MON-SOURCE-SYSTEM       PIC X(8).
           05  MON-SOURCE-REGION       PIC X(8).
           05  MON-EVENT-ID.
               10  MON-EVENT-KEY-DATE  PIC 9(7).
               10  MON-EVENT-KEY-TIME  PIC 9(7).
               10  MON-EVENT-KEY-SEQ   PIC 9(3).
           05  MON-EVENT-DATE          PIC 9(8).
           05  MON-EVENT-TIME          PIC 9(6).
           05  MON-SEVERITY            PIC 9(1).
           05  MON-EVENT-TYPE          PIC X(8).
           05  MON-RESOURCE            PIC X(8).
           05  MON-TRANID              PIC X(4).
           05  MON-COUNT-1             PIC S9(9) SIGN LEADING SEPARATE.
           05  MON-COUNT-2             PIC S9(9) SIGN LEADING SEPARATE.
           05  MON-TEXT                PIC X(110).
           05  FILLER                  PIC X(16).

      * The monitoring team's alert intake queue, resolved through
      * the local queue manager's definitions.
       01  MON-ALERT-QUEUE             PIC X(48)
                                       VALUE 'ENTMON.ALERT.INTAKE'.
