      *****************************************************************
      * Maintenance window sweep. Walks the JAVAMNTF calendar (see
      * JAVAMNT) and records each window's start and end as it
      * happens - an MNTSTART event once a window has opened and an
      * MNTEND event once it has closed - on CSMT and, through
      * JAVAEVTW, on the permanent JAVAEVTF event log, so the event
      * browse shows exactly when each service was in planned
      * maintenance next to whatever else happened to it. The
      * window itself is enforced call by call on JAVACICS and
      * JAVABAT off the calendar; nothing here has to run for a
      * window to take effect, only for it to be logged.
      *
      * Each row carries MNT-START-LOGGED/MNT-END-LOGGED, set here
      * under a READ UPDATE before the notices go out, so every
      * window is logged once however often the sweep runs. A window
      * short enough to open and close between two sweeps gets both
      * events on the one pass, start first.
      *
      * Runs as a background CICS transaction (suggested TRANID JAMW)
      * with no principal facility, the same as JAVADRN. It re-STARTs
      * itself every WS-SWEEP-INTERVAL under a fixed REQID, cancelling
      * any START already pending under that REQID first, so kicking
      * it off by hand (or from the PLT at region start) never leaves
      * two sweeps chained side by side. A region with no JAVAMNTF
      * defined just keeps sweeping nothing.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVAMNTE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************************
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-RESP              PIC S9(8) COMP.
           05  WS-RESP2             PIC S9(8) COMP.
           05  WS-NOW-ABSTIME       PIC S9(15) COMP.
           05  WS-NOW-STAMP.
               10  WS-NOW-DATE      PIC 9(8).
               10  WS-NOW-TIME      PIC 9(6).
      * Five minutes, HHMMSS - how late a window's events can be
      * logged behind the window itself.
           05  WS-SWEEP-INTERVAL    PIC S9(7) COMP-3 VALUE 500.
           05  WS-SWEEP-REQID       PIC X(8) VALUE 'JAVAMNTE'.
           05  WS-BROWSE-DONE       PIC X(1) VALUE 'N'.
               88  BROWSE-IS-DONE       VALUE 'Y'.
           05  WS-LOG-START         PIC X(1) VALUE 'N'.
               88  START-IS-DUE         VALUE 'Y'.
           05  WS-LOG-END           PIC X(1) VALUE 'N'.
               88  END-IS-DUE           VALUE 'Y'.
           05  WS-MODE-WORD         PIC X(8).
           05  WS-WINDOW-NOTICE     PIC X(110).
           05  WS-FAIL-NOTICE       PIC X(79).
           05  WS-DISP-RESP         PIC Z(8)9.
      ***************************************************************
      * Keys of the windows with an event due, collected on one
      * browse and then updated one at a time - a browse cannot
      * REWRITE the rows it is reading. Anything past the table's
      * size is picked up on the next sweep.
      ***************************************************************
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT         PIC S9(4) COMP VALUE 0.
           05  WS-DUE-MAX           PIC S9(4) COMP VALUE 100.
           05  WS-DUE-ENTRY         OCCURS 100 TIMES
                                    INDEXED BY WS-DUE-IDX.
               10  WS-DUE-KEY       PIC X(22).
      ***************************************************************
      * Maintenance window calendar row - see JAVAMNT.
      ***************************************************************
       COPY JAVAMNT.
      ***************************************************************
      * Permanent operational event record, LINKed to JAVAEVTW so
      * the window start and end notices survive past the CSMT
      * scroll - see JAVAEVT.
      ***************************************************************
       COPY JAVAEVT.
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************
       MAIN-PROCESSING SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
           END-EXEC.

           PERFORM COLLECT-DUE-WINDOWS.

           SET WS-DUE-IDX TO 1.
           PERFORM UNTIL WS-DUE-IDX > WS-DUE-COUNT
              PERFORM LOG-ONE-DUE-WINDOW
              SET WS-DUE-IDX UP BY 1
           END-PERFORM.

           PERFORM SCHEDULE-NEXT-SWEEP.

           EXEC CICS RETURN END-EXEC.

       MAIN-PROCESSING-EXIT.
           EXIT PROGRAM.
      ***************************************************************
      ***************************************************************
      * A window is due an event when it has started and its start
      * is not yet logged, or has ended (its last second is behind
      * us) and its end is not yet logged. Old windows with both
      * flags set are simply read past.
      ***************************************************************
       COLLECT-DUE-WINDOWS SECTION.
           MOVE ZERO       TO WS-DUE-COUNT.
           MOVE LOW-VALUES TO MNT-KEY.

           EXEC CICS STARTBR FILE('JAVAMNTF')
                RIDFLD(MNT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-DONE
              PERFORM UNTIL BROWSE-IS-DONE
                 EXEC CICS READNEXT FILE('JAVAMNTF')
                      INTO(JAVA-MAINT-WINDOW-RECORD)
                      RIDFLD(MNT-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                             AND WS-RESP NOT = DFHRESP(DUPKEY)
                    SET BROWSE-IS-DONE TO TRUE
                 ELSE
                    IF (MNT-START-STAMP NOT > WS-NOW-STAMP
                          AND NOT MNT-START-WAS-LOGGED)
                       OR (MNT-END-STAMP < WS-NOW-STAMP
                          AND NOT MNT-END-WAS-LOGGED)
                       ADD 1 TO WS-DUE-COUNT
                       SET WS-DUE-IDX TO WS-DUE-COUNT
                       MOVE MNT-KEY TO WS-DUE-KEY(WS-DUE-IDX)
                       IF WS-DUE-COUNT NOT < WS-DUE-MAX
                          SET BROWSE-IS-DONE TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('JAVAMNTF') RESP(WS-RESP2)
              END-EXEC
           END-IF.

       COLLECT-DUE-WINDOWS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Re-reads the window for update and re-tests it - JAVAMNTM may
      * have changed or deleted it since the browse - then flags the
      * due events as logged and REWRITEs before any notice goes out.
      * A REWRITE that fails leaves the flags as they were, so the
      * next sweep tries the same window again rather than logging
      * an event the row does not record.
      ***************************************************************
       LOG-ONE-DUE-WINDOW SECTION.
           MOVE WS-DUE-KEY(WS-DUE-IDX) TO MNT-KEY.

           EXEC CICS READ FILE('JAVAMNTF')
                INTO(JAVA-MAINT-WINDOW-RECORD)
                RIDFLD(MNT-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-LOG-START
              MOVE 'N' TO WS-LOG-END
              IF MNT-START-STAMP NOT > WS-NOW-STAMP
                          AND NOT MNT-START-WAS-LOGGED
                 MOVE 'Y' TO WS-LOG-START
                 MOVE 'Y' TO MNT-START-LOGGED
              END-IF
              IF MNT-END-STAMP < WS-NOW-STAMP
                          AND NOT MNT-END-WAS-LOGGED
                 MOVE 'Y' TO WS-LOG-END
                 MOVE 'Y' TO MNT-END-LOGGED
      * A window already ended cannot still be waiting on its start
                 IF NOT MNT-START-WAS-LOGGED
                    MOVE 'Y' TO WS-LOG-START
                    MOVE 'Y' TO MNT-START-LOGGED
                 END-IF
              END-IF

              IF START-IS-DUE OR END-IS-DUE
                 EXEC CICS REWRITE FILE('JAVAMNTF')
                      FROM(JAVA-MAINT-WINDOW-RECORD)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    IF START-IS-DUE
                       PERFORM NOTIFY-WINDOW-STARTED
                    END-IF
                    IF END-IS-DUE
                       PERFORM NOTIFY-WINDOW-ENDED
                    END-IF
                 ELSE
                    PERFORM NOTIFY-REWRITE-FAILED
                 END-IF
              ELSE
                 EXEC CICS UNLOCK FILE('JAVAMNTF') RESP(WS-RESP2)
                 END-EXEC
              END-IF
           END-IF.

       LOG-ONE-DUE-WINDOW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * MNTSTART: COUNT-1/COUNT-2 carry the window's booked end date
      * and time, so the event alone says how long it is meant to
      * last.
      ***************************************************************
       NOTIFY-WINDOW-STARTED SECTION.
           PERFORM SET-MODE-WORD.
           MOVE SPACES              TO WS-WINDOW-NOTICE.
           STRING 'JAVASVC MAINT WINDOW STARTED: ' DELIMITED BY SIZE
                  MNT-SERVICE               DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-MODE-WORD              DELIMITED BY SPACE
                  ' UNTIL '                 DELIMITED BY SIZE
                  MNT-END-DATE              DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  MNT-END-TIME              DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  MNT-REASON                DELIMITED BY SIZE
                  INTO WS-WINDOW-NOTICE.

           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(WS-WINDOW-NOTICE)
                LENGTH(LENGTH OF WS-WINDOW-NOTICE)
                RESP(WS-RESP2)
           END-EXEC.

           INITIALIZE JAVA-EVENT-RECORD.
           MOVE 'MNTSTART'          TO EVT-TYPE.
           MOVE MNT-SERVICE         TO EVT-SERVICE.
           MOVE MNT-END-DATE        TO EVT-COUNT-1.
           MOVE MNT-END-TIME        TO EVT-COUNT-2.
           MOVE WS-WINDOW-NOTICE    TO EVT-TEXT.
           PERFORM WRITE-OPERATIONAL-EVENT.

       NOTIFY-WINDOW-STARTED-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * MNTEND: COUNT-1/COUNT-2 carry the date and time the window
      * opened.
      ***************************************************************
       NOTIFY-WINDOW-ENDED SECTION.
           PERFORM SET-MODE-WORD.
           MOVE SPACES              TO WS-WINDOW-NOTICE.
           STRING 'JAVASVC MAINT WINDOW ENDED: ' DELIMITED BY SIZE
                  MNT-SERVICE               DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-MODE-WORD              DELIMITED BY SPACE
                  ' FROM '                  DELIMITED BY SIZE
                  MNT-START-DATE            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  MNT-START-TIME            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  MNT-REASON                DELIMITED BY SIZE
                  INTO WS-WINDOW-NOTICE.

           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(WS-WINDOW-NOTICE)
                LENGTH(LENGTH OF WS-WINDOW-NOTICE)
                RESP(WS-RESP2)
           END-EXEC.

           INITIALIZE JAVA-EVENT-RECORD.
           MOVE 'MNTEND'            TO EVT-TYPE.
           MOVE MNT-SERVICE         TO EVT-SERVICE.
           MOVE MNT-START-DATE      TO EVT-COUNT-1.
           MOVE MNT-START-TIME      TO EVT-COUNT-2.
           MOVE WS-WINDOW-NOTICE    TO EVT-TEXT.
           PERFORM WRITE-OPERATIONAL-EVENT.

       NOTIFY-WINDOW-ENDED-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       SET-MODE-WORD SECTION.
           IF MNT-MODE-SIMULATE
              MOVE 'SIMULATE'       TO WS-MODE-WORD
           ELSE
              MOVE 'REJECT'         TO WS-MODE-WORD
           END-IF.

       SET-MODE-WORD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       NOTIFY-REWRITE-FAILED SECTION.
           MOVE WS-RESP  TO WS-DISP-RESP.
           MOVE SPACES   TO WS-FAIL-NOTICE.
           STRING 'JAVAMNTE: JAVAMNTF REWRITE FAILED FOR '
                                     DELIMITED BY SIZE
                  MNT-SERVICE        DELIMITED BY SIZE
                  ' RESP='           DELIMITED BY SIZE
                  WS-DISP-RESP       DELIMITED BY SIZE
                  INTO WS-FAIL-NOTICE.

           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(WS-FAIL-NOTICE)
                LENGTH(LENGTH OF WS-FAIL-NOTICE)
                RESP(WS-RESP2)
           END-EXEC.

       NOTIFY-REWRITE-FAILED-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Hands the filled-in event record to JAVAEVTW - see JAVAEVT.
      ***************************************************************
       WRITE-OPERATIONAL-EVENT SECTION.
           EXEC CICS LINK PROGRAM('JAVAEVTW')
                COMMAREA(JAVA-EVENT-RECORD)
                LENGTH(LENGTH OF JAVA-EVENT-RECORD)
                RESP(WS-RESP2)
           END-EXEC.

       WRITE-OPERATIONAL-EVENT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * NOTFND on the CANCEL is the normal case - the START that ran
      * this sweep has already been consumed. A failed START is the
      * one thing that would quietly stop window logging, so it is
      * reported to CSMT.
      ***************************************************************
       SCHEDULE-NEXT-SWEEP SECTION.
           EXEC CICS CANCEL REQID(WS-SWEEP-REQID)
                RESP(WS-RESP2)
           END-EXEC.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(WS-SWEEP-INTERVAL)
                REQID(WS-SWEEP-REQID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-RESP  TO WS-DISP-RESP
              MOVE SPACES   TO WS-FAIL-NOTICE
              STRING 'JAVAMNTE: NEXT SWEEP START FAILED RESP='
                                        DELIMITED BY SIZE
                     WS-DISP-RESP       DELIMITED BY SIZE
                     ' - WINDOW EVENTS NOT LOGGED'
                                        DELIMITED BY SIZE
                     INTO WS-FAIL-NOTICE
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-FAIL-NOTICE)
                   LENGTH(LENGTH OF WS-FAIL-NOTICE)
                   RESP(WS-RESP2)
              END-EXEC
           END-IF.

       SCHEDULE-NEXT-SWEEP-EXIT.
           EXIT.
