      *****************************************************************
      * Monitoring alert resend sweep. Walks the held rows at the
      * front of JAVAMFWF, the monitoring forward log (see JAVAMFW),
      * and puts each held alert to the enterprise monitoring queue
      * again - the alerts JAVAEVTW could not put when their events
      * were logged, because the queue or its queue manager was not
      * there to take them. A resent alert is the message JAVAEVTW
      * built at the time, unchanged, so the monitoring end sees the
      * event time and MON-EVENT-ID it would have seen then.
      *
      * The held alerts go oldest first. The first put that fails
      * ends the pass - the queue is still not there, and the rest
      * would only fail behind it - with the row's attempt count and
      * reason brought up to date. A delivered alert has its 'D' row
      * written before the 'H' row is deleted, so an alert is never
      * off the file between the two; a 'D' row already there (the
      * sweep interrupted between the two last time) is simply kept.
      * CSMT gets one line per pass that found anything held.
      *
      * Runs as a background CICS transaction (suggested TRANID JAMF)
      * with no principal facility, the same as JAVAMNTE. It re-
      * STARTs itself every WS-SWEEP-INTERVAL under a fixed REQID,
      * cancelling any START already pending under that REQID first,
      * so kicking it off by hand (or from the PLT at region start)
      * never leaves two sweeps chained side by side. A region with
      * no JAVAMFWF defined just keeps sweeping nothing.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVAMFWS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************************
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-RESP              PIC S9(8) COMP.
           05  WS-RESP2             PIC S9(8) COMP.
           05  WS-NOW-ABSTIME       PIC S9(15) COMP.
           05  WS-NOW-DATE          PIC 9(8).
           05  WS-NOW-TIME          PIC 9(6).
      * Two minutes, HHMMSS - how long a held alert waits for its
      * next attempt once the queue is back.
           05  WS-SWEEP-INTERVAL    PIC S9(7) COMP-3 VALUE 200.
           05  WS-SWEEP-REQID       PIC X(8) VALUE 'JAVAMFWS'.
           05  WS-BROWSE-DONE       PIC X(1) VALUE 'N'.
               88  BROWSE-IS-DONE       VALUE 'Y'.
           05  WS-QUEUE-STATE       PIC X(1) VALUE 'Y'.
               88  QUEUE-IS-TAKING      VALUE 'Y'.
               88  QUEUE-IS-REFUSING    VALUE 'N'.
           05  WS-HCONN             PIC S9(9) BINARY VALUE 0.
           05  WS-COMPCODE          PIC S9(9) BINARY.
           05  WS-REASON            PIC S9(9) BINARY.
           05  WS-BUFFER-LENGTH     PIC S9(9) BINARY.
           05  WS-RESENT-COUNT      PIC S9(4) COMP VALUE 0.
           05  WS-DISP-COUNT        PIC Z(3)9.
           05  WS-DISP-HELD         PIC Z(3)9.
           05  WS-DISP-REASON       PIC Z(8)9.
           05  WS-DISP-RESP         PIC Z(8)9.
           05  WS-HELD-KEY          PIC X(18).
           05  WS-SWEEP-NOTICE      PIC X(110).
           05  WS-FAIL-NOTICE       PIC X(79).
      ***************************************************************
      * Keys of the held rows, collected on one browse and then
      * resent one at a time - a browse cannot DELETE or REWRITE the
      * rows it is reading. Anything past the table's size is picked
      * up on the next sweep.
      ***************************************************************
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT         PIC S9(4) COMP VALUE 0.
           05  WS-DUE-MAX           PIC S9(4) COMP VALUE 100.
           05  WS-DUE-ENTRY         OCCURS 100 TIMES
                                    INDEXED BY WS-DUE-IDX.
               10  WS-DUE-KEY       PIC X(18).
      ***************************************************************
      * Monitoring forward log row - see JAVAMFW. The alert message
      * it carries is laid out as JAVAMON; only the queue name is
      * needed from there.
      ***************************************************************
       COPY JAVAMFW.
       COPY JAVAMON.
      ***************************************************************
      * Trimmed MQ control blocks and constants - see JAVAMQC.
      ***************************************************************
       COPY JAVAMQC.
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************
       MAIN-PROCESSING SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
           END-EXEC.

           PERFORM COLLECT-HELD-ALERTS.

           SET WS-DUE-IDX TO 1.
           PERFORM UNTIL WS-DUE-IDX > WS-DUE-COUNT
                      OR QUEUE-IS-REFUSING
              PERFORM RESEND-ONE-HELD-ALERT
              SET WS-DUE-IDX UP BY 1
           END-PERFORM.

           IF WS-DUE-COUNT > ZERO
              PERFORM NOTIFY-SWEEP-RESULT
           END-IF.

           PERFORM SCHEDULE-NEXT-SWEEP.

           EXEC CICS RETURN END-EXEC.

       MAIN-PROCESSING-EXIT.
           EXIT PROGRAM.
      ***************************************************************
      ***************************************************************
      * The held rows are the 'H' block at the end of the file, in
      * event order, after every 'D' row; the browse starts at the
      * first 'H' key and runs to end of file (or until the due
      * table is full).
      ***************************************************************
       COLLECT-HELD-ALERTS SECTION.
           MOVE ZERO       TO WS-DUE-COUNT.
           MOVE LOW-VALUES TO MFW-KEY.
           MOVE 'H'        TO MFW-STATE.

           EXEC CICS STARTBR FILE('JAVAMFWF')
                RIDFLD(MFW-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-DONE
              PERFORM UNTIL BROWSE-IS-DONE
                 EXEC CICS READNEXT FILE('JAVAMFWF')
                      INTO(JAVA-MON-FORWARD-RECORD)
                      RIDFLD(MFW-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    OR NOT MFW-IS-HELD
                    SET BROWSE-IS-DONE TO TRUE
                 ELSE
                    ADD 1 TO WS-DUE-COUNT
                    SET WS-DUE-IDX TO WS-DUE-COUNT
                    MOVE MFW-KEY TO WS-DUE-KEY(WS-DUE-IDX)
                    IF WS-DUE-COUNT NOT < WS-DUE-MAX
                       SET BROWSE-IS-DONE TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('JAVAMFWF') RESP(WS-RESP2)
              END-EXEC
           END-IF.

       COLLECT-HELD-ALERTS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Re-reads the held row for update - NOTFND means another sweep
      * got there first - and puts its message. A refused put is
      * recorded on the held row and stops the pass; a delivered
      * alert gives up the held row's lock and moves it to 'D'.
      ***************************************************************
       RESEND-ONE-HELD-ALERT SECTION.
           MOVE WS-DUE-KEY(WS-DUE-IDX) TO MFW-KEY.

           EXEC CICS READ FILE('JAVAMFWF')
                INTO(JAVA-MON-FORWARD-RECORD)
                RIDFLD(MFW-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM PUT-HELD-ALERT
              ADD 1 TO MFW-ATTEMPTS
              IF WS-COMPCODE = MQCC-FAILED
                 SET QUEUE-IS-REFUSING TO TRUE
                 MOVE WS-REASON TO MFW-LAST-REASON
                 EXEC CICS REWRITE FILE('JAVAMFWF')
                      FROM(JAVA-MON-FORWARD-RECORD)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    PERFORM NOTIFY-FORWARD-LOG-FAILED
                 END-IF
              ELSE
                 ADD 1 TO WS-RESENT-COUNT
                 EXEC CICS UNLOCK FILE('JAVAMFWF') RESP(WS-RESP2)
                 END-EXEC
                 PERFORM MOVE-ALERT-TO-DELIVERED
              END-IF
           END-IF.

       RESEND-ONE-HELD-ALERT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * MQPUT1 outside syncpoint, persistent, exactly as JAVAEVTW
      * puts an alert first time round.
      ***************************************************************
       PUT-HELD-ALERT SECTION.
           MOVE MON-ALERT-QUEUE     TO MQOD-OBJECTNAME.
           MOVE SPACES              TO MQOD-OBJECTQMGRNAME.
           MOVE MQOT-Q              TO MQOD-OBJECTTYPE.
           MOVE MQMT-DATAGRAM       TO MQMD-MSGTYPE.
           MOVE MQFMT-STRING        TO MQMD-FORMAT.
           MOVE MQPER-PERSISTENT    TO MQMD-PERSISTENCE.
           MOVE MQMI-NONE           TO MQMD-MSGID.
           MOVE MQCI-NONE           TO MQMD-CORRELID.
           COMPUTE MQPMO-OPTIONS =
              MQPMO-NO-SYNCPOINT + MQPMO-FAIL-IF-QUIESCING.
           MOVE LENGTH OF MFW-MESSAGE TO WS-BUFFER-LENGTH.

           CALL 'MQPUT1' USING WS-HCONN
                               MQ-OBJECT-DESCRIPTOR
                               MQ-MESSAGE-DESCRIPTOR
                               MQ-PUT-OPTIONS
                               WS-BUFFER-LENGTH
                               MFW-MESSAGE
                               WS-COMPCODE
                               WS-REASON.

       PUT-HELD-ALERT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * DUPREC on the 'D' row means an earlier pass wrote it and was
      * stopped before its DELETE - the row already there stands.
      * The held row is only deleted once the 'D' row is on file.
      ***************************************************************
       MOVE-ALERT-TO-DELIVERED SECTION.
           MOVE MFW-KEY             TO WS-HELD-KEY.
           MOVE 'D'                 TO MFW-STATE.
           MOVE WS-NOW-DATE         TO MFW-DELIVERED-DATE.
           MOVE WS-NOW-TIME         TO MFW-DELIVERED-TIME.

           EXEC CICS WRITE FILE('JAVAMFWF')
                FROM(JAVA-MON-FORWARD-RECORD)
                RIDFLD(MFW-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              OR WS-RESP = DFHRESP(DUPREC)
              EXEC CICS DELETE FILE('JAVAMFWF')
                   RIDFLD(WS-HELD-KEY)
                   RESP(WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM NOTIFY-FORWARD-LOG-FAILED
           END-IF.

       MOVE-ALERT-TO-DELIVERED-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * An alert left held after a failed update is resent on the
      * next sweep - the monitoring end drops the repeat.
      ***************************************************************
       NOTIFY-FORWARD-LOG-FAILED SECTION.
           MOVE WS-RESP  TO WS-DISP-RESP.
           MOVE SPACES   TO WS-FAIL-NOTICE.
           STRING 'JAVAMFWS: JAVAMFWF UPDATE FAILED FOR '
                                     DELIMITED BY SIZE
                  MFW-EVENT-TYPE     DELIMITED BY SIZE
                  ' RESP='           DELIMITED BY SIZE
                  WS-DISP-RESP       DELIMITED BY SIZE
                  INTO WS-FAIL-NOTICE.

           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(WS-FAIL-NOTICE)
                LENGTH(LENGTH OF WS-FAIL-NOTICE)
                RESP(WS-RESP2)
           END-EXEC.

       NOTIFY-FORWARD-LOG-FAILED-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       NOTIFY-SWEEP-RESULT SECTION.
           MOVE WS-RESENT-COUNT TO WS-DISP-COUNT.
           COMPUTE WS-DISP-HELD = WS-DUE-COUNT - WS-RESENT-COUNT.
           MOVE SPACES          TO WS-SWEEP-NOTICE.
           IF QUEUE-IS-REFUSING
              MOVE WS-REASON    TO WS-DISP-REASON
              STRING 'JAVAMFWS: MONITOR ALERTS RESENT='
                                        DELIMITED BY SIZE
                     WS-DISP-COUNT      DELIMITED BY SIZE
                     ' STILL HELD='     DELIMITED BY SIZE
                     WS-DISP-HELD       DELIMITED BY SIZE
                     ' - QUEUE PUT FAILED REASON='
                                        DELIMITED BY SIZE
                     WS-DISP-REASON     DELIMITED BY SIZE
                     INTO WS-SWEEP-NOTICE
           ELSE
              STRING 'JAVAMFWS: MONITOR ALERTS RESENT='
                                        DELIMITED BY SIZE
                     WS-DISP-COUNT      DELIMITED BY SIZE
                     ' STILL HELD='     DELIMITED BY SIZE
                     WS-DISP-HELD       DELIMITED BY SIZE
                     INTO WS-SWEEP-NOTICE
           END-IF.

           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(WS-SWEEP-NOTICE)
                LENGTH(LENGTH OF WS-SWEEP-NOTICE)
                RESP(WS-RESP2)
           END-EXEC.

       NOTIFY-SWEEP-RESULT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * NOTFND on the CANCEL is the normal case - the START that ran
      * this sweep has already been consumed. A failed START is the
      * one thing that would quietly leave held alerts unsent, so it
      * is reported to CSMT.
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
              STRING 'JAVAMFWS: NEXT SWEEP START FAILED RESP='
                                        DELIMITED BY SIZE
                     WS-DISP-RESP       DELIMITED BY SIZE
                     ' - HELD ALERTS NOT RESENT'
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
