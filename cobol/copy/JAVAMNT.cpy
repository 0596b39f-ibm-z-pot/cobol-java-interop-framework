      *****************************************************************
      * JAVAMNT - VSAM KSDS record layout for JAVAMNTF, the planned
      * maintenance window calendar for the Java services. Ops key a
      * window through JAVAMNTM ahead of a Java-side release or an
      * infrastructure change: for the window's duration JAVACICS and
      * JAVABAT stop sending the service real calls and either turn
      * every call away with JAVA-RC-IN-MAINTENANCE (failing step
      * 'MAINT' - see JAVASTAT) or, where ops chose simulate for the
      * window, answer from the service's SVC-SIM-OUTPUT fixture the
      * same way SVC-SIMULATE does (audit outcome 'MAINTSIM'). Either
      * way nothing in the window counts towards the auto-disable
      * failure streak, so a planned outage no longer switches the
      * service off underneath the people doing the work, and no
      * 3am call-out is raised for it.
      *
      * The key is the service followed by the window's END stamp,
      * so "is this service in a window right now" is one keyed read
      * on (service, now) GTEQ: the first row back, if it is for the
      * same service and its start is not after now, is the window
      * in force. JAVAMNTM refuses overlapping windows for a service,
      * which is what makes that single read enough.
      *
      *   MNT-START/END-DATE  calendar YYYYMMDD and HHMMSS, local time,
      *   MNT-START/END-TIME  the same as JRN-KEY-DATE/TIME on JAVASVCJ;
      *                       the window runs from the start up to and
      *                       including the end second
      *   MNT-MODE            'R' reject calls, 'S' serve SVC-SIM-OUTPUT
      *   MNT-REASON          free text shown on the screen and carried
      *                       into the window's JAVAEVTF events
      *   MNT-SET-BY/DATE/    signed-on userid that last keyed the
      *   MNT-SET-TIME        window, and when
      *   MNT-START-LOGGED/   set by the JAVAMNTE sweep once it has
      *   MNT-END-LOGGED      written the window's MNTSTART/MNTEND
      *                       event to JAVAEVTF, so each is logged once
      *****************************************************************
       01  JAVA-MAINT-WINDOW-RECORD.
           05  MNT-KEY.
               10  MNT-SERVICE         PIC X(8).
               10  MNT-END-STAMP.
                   15  MNT-END-DATE    PIC 9(8).
                   15  MNT-END-TIME    PIC 9(6).
           05  MNT-START-STAMP.
               10  MNT-START-DATE      PIC 9(8).
               10  MNT-START-TIME      PIC 9(6).
           05  MNT-MODE                PIC X(1).
               88  MNT-MODE-REJECT         VALUE 'R'.
               88  MNT-MODE-SIMULATE       VALUE 'S'.
           05  MNT-REASON              PIC X(60).
           05  MNT-SET-BY              PIC X(8).
           05  MNT-SET-DATE            PIC 9(8).
           05  MNT-SET-TIME            PIC 9(6).
           05  MNT-START-LOGGED        PIC X(1).
               88  MNT-START-WAS-LOGGED    VALUE 'Y'.
           05  MNT-END-LOGGED          PIC X(1).
               88  MNT-END-WAS-LOGGED      VALUE 'Y'.
           05  FILLER                  PIC X(20).
