      *****************************************************************
      * JAVAMFW - VSAM KSDS record layout for JAVAMFWF, the monitoring
      * forward log: one row per JAVAEVTF event JAVAEVTW forwarded (or
      * tried to forward) to the enterprise monitoring queue, carrying
      * the alert message itself (see JAVAMON). It is both the hold
      * queue for alerts the queue could not take and the delivery
      * record the JAVAMFR reconciliation checks JAVAEVTF against.
      *
      * The key leads with the row's state, so the held rows sit
      * together in one block - after the delivered rows, since 'H'
      * sorts after 'D' - and the JAVAMFWS resend sweep reaches them
      * with one browse started at the first 'H' key, however many
      * delivered rows have built up ahead of them. Delivering a held
      * alert WRITEs its 'D' row and then DELETEs the 'H' one - an
      * interruption in between leaves both, which the next sweep
      * settles by resending (the monitoring end drops the repeat on
      * MON-EVENT-ID) and the reconciliation counts as delivered.
      *
      *   MFW-STATE           'H' held for resend, 'D' delivered
      *   MFW-EVT-KEY         the event's EVT-KEY on JAVAEVTF
      *   MFW-ATTEMPTS        MQPUT1s tried, the successful one
      *                       included
      *   MFW-LAST-REASON     MQ reason code of the last failed put
      *   MFW-HELD-DATE/TIME  when the alert was first held, zero for
      *                       one delivered at the first attempt
      *   MFW-DELIVERED-DATE/ when the queue took it, YYYYMMDD and
      *   MFW-DELIVERED-TIME  HHMMSS local time
      *****************************************************************
       01  JAVA-MON-FORWARD-RECORD.
           05  MFW-KEY.
               10  MFW-STATE           PIC X(1).
                   88  MFW-IS-HELD         VALUE 'H'.
                   88  MFW-IS-DELIVERED    VALUE 'D'.
               10  MFW-EVT-KEY.
                   15  MFW-EVT-DATE    PIC 9(7).
                   15  MFW-EVT-TIME    PIC 9(7).
                   15  MFW-EVT-SEQ     PIC 9(3).
           05  MFW-EVENT-TYPE          PIC X(8).
           05  MFW-SEVERITY            PIC 9(1).
           05  MFW-ATTEMPTS            PIC S9(4) COMP.
           05  MFW-LAST-REASON         PIC S9(9) COMP.
           05  MFW-HELD-DATE           PIC 9(8).
           05  MFW-HELD-TIME           PIC 9(6).
           05  MFW-DELIVERED-DATE      PIC 9(8).
           05  MFW-DELIVERED-TIME      PIC 9(6).
           05  FILLER                  PIC X(20).
           05  MFW-MESSAGE             PIC X(220).
