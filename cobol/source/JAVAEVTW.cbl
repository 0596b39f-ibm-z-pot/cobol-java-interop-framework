      * the system of record. A failed event WRITE is itself
      * reported to CSMT; the caller's notice has already gone out,
      * so the failure costs the permanent record only, and says so.
      *
      * Every event is also forwarded to the enterprise monitoring
      * team's alert queue in their fixed format (see JAVAMON), at
      * the severity the JAVAMSV table gives its type - or not at
      * all where the table suppresses the type. The put is outside
      * the caller's unit of work (an alert about a failure must go
      * out even when the failing task backs out), and each
      * forwarded event gets a row on JAVAMFWF (see JAVAMFW): 'D'
      * once the queue has taken it, or 'H' holding the alert for
      * the JAVAMFWS sweep to resend when the queue could not - a
      * held alert is reported to CSMT, and only one that could
      * neither be put nor held is lost, which CSMT is also told.
      * A region with no JAVAMFWF defined still forwards, but has
      * nowhere to hold an alert the queue refuses.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
               88  WRITE-WAS-SETTLED    VALUE 'Y'.
           05  WS-FAIL-NOTICE       PIC X(79).
           05  WS-DISP-RESP         PIC Z(8)9.
           05  WS-NOW-ABSTIME       PIC S9(15) COMP.
           05  WS-NOW-DATE          PIC 9(8).
           05  WS-NOW-TIME          PIC 9(6).
           05  WS-APPLID            PIC X(8).
           05  WS-HCONN             PIC S9(9) BINARY VALUE 0.
           05  WS-COMPCODE          PIC S9(9) BINARY.
           05  WS-REASON            PIC S9(9) BINARY.
           05  WS-BUFFER-LENGTH     PIC S9(9) BINARY.
           05  WS-DISP-REASON       PIC Z(8)9.
           05  WS-FORWARD-STATE     PIC X(1).
               88  ALERT-IS-SUPPRESSED  VALUE 'S'.
               88  ALERT-WAS-DELIVERED  VALUE 'D'.
               88  ALERT-IS-HELD        VALUE 'H'.
           05  WS-SEVERITY-FOUND    PIC X(1).
               88  SEVERITY-WAS-FOUND   VALUE 'Y'.
      ***************************************************************
      * Monitoring alert message and queue name - see JAVAMON.
      * Severity table - see JAVAMSV. Forward log row - see JAVAMFW.
      * Trimmed MQ control blocks and constants - see JAVAMQC.
      ***************************************************************
       COPY JAVAMON.
       COPY JAVAMSV.
       COPY JAVAMFW.
       COPY JAVAMQC.
      ***************************************************************
       LINKAGE SECTION.
       COPY JAVAEVT REPLACING JAVA-EVENT-RECORD BY DFHCOMMAREA.
      * started (and on the wrong date past midnight). Refresh them
      * here so the shared writer stamps event time regardless of
      * which caller LINKed it.
           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           MOVE EIBDATE   TO EVT-KEY-DATE.
           MOVE EIBTIME   TO EVT-KEY-TIME.
           MOVE ZERO      TO EVT-KEY-SEQ.
              PERFORM NOTIFY-EVENT-WRITE-FAILED
           END-IF.

           PERFORM FORWARD-EVENT-TO-MONITORING.

       MAIN-PROCESSING-EXIT.
           EXIT PROGRAM.
      ***************************************************************

       NOTIFY-EVENT-WRITE-FAILED-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Forwarded even when the JAVAEVTF WRITE failed - the alert is
      * then the only record of the event left.
      ***************************************************************
       FORWARD-EVENT-TO-MONITORING SECTION.
           PERFORM LOOK-UP-EVENT-SEVERITY.

           IF NOT ALERT-IS-SUPPRESSED
              PERFORM BUILD-MONITOR-ALERT
              PERFORM PUT-MONITOR-ALERT
              PERFORM RECORD-FORWARDED-EVENT
           END-IF.

       FORWARD-EVENT-TO-MONITORING-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The '*' row is the last in the table, so the walk always
      * stops - on the event's own row, or on the default.
      ***************************************************************
       LOOK-UP-EVENT-SEVERITY SECTION.
           MOVE 'N' TO WS-SEVERITY-FOUND.
           PERFORM VARYING MSV-IDX FROM 1 BY 1
                     UNTIL SEVERITY-WAS-FOUND
                        OR MSV-IDX > MSV-ENTRY-COUNT
              IF MSV-EVENT-TYPE(MSV-IDX) = EVT-TYPE
                          OR MSV-EVENT-TYPE(MSV-IDX) = '*'
                 SET SEVERITY-WAS-FOUND TO TRUE
                 IF MSV-IS-SUPPRESSED(MSV-IDX)
                    SET ALERT-IS-SUPPRESSED TO TRUE
                 ELSE
                    MOVE SPACE TO WS-FORWARD-STATE
                    MOVE MSV-SEVERITY(MSV-IDX) TO MON-SEVERITY
                 END-IF
              END-IF
           END-PERFORM.

       LOOK-UP-EVENT-SEVERITY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       BUILD-MONITOR-ALERT SECTION.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
           END-EXEC.
           EXEC CICS ASSIGN APPLID(WS-APPLID) END-EXEC.

           MOVE SPACES              TO MON-FORMAT-ID MON-FORMAT-VERSION
                                       MON-SOURCE-SYSTEM
                                       MON-SOURCE-REGION
                                       MON-EVENT-TYPE MON-RESOURCE
                                       MON-TRANID MON-TEXT.
           MOVE 'EMAL'              TO MON-FORMAT-ID.
           MOVE '01'                TO MON-FORMAT-VERSION.
           MOVE 'JAVABRDG'          TO MON-SOURCE-SYSTEM.
           MOVE WS-APPLID           TO MON-SOURCE-REGION.
           MOVE EVT-KEY-DATE        TO MON-EVENT-KEY-DATE.
           MOVE EVT-KEY-TIME        TO MON-EVENT-KEY-TIME.
           MOVE EVT-KEY-SEQ         TO MON-EVENT-KEY-SEQ.
           MOVE WS-NOW-DATE         TO MON-EVENT-DATE.
           MOVE WS-NOW-TIME         TO MON-EVENT-TIME.
           MOVE EVT-TYPE            TO MON-EVENT-TYPE.
           MOVE EVT-SERVICE         TO MON-RESOURCE.
           MOVE EVT-TRANID          TO MON-TRANID.
           MOVE EVT-COUNT-1         TO MON-COUNT-1.
           MOVE EVT-COUNT-2         TO MON-COUNT-2.
           MOVE EVT-TEXT            TO MON-TEXT.

       BUILD-MONITOR-ALERT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * MQPUT1 outside syncpoint, persistent - the alert is on the
      * queue the moment the call returns, whatever the LINKing task
      * does next.
      ***************************************************************
       PUT-MONITOR-ALERT SECTION.
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
           MOVE LENGTH OF JAVA-MONITOR-ALERT TO WS-BUFFER-LENGTH.

           CALL 'MQPUT1' USING WS-HCONN
                               MQ-OBJECT-DESCRIPTOR
                               MQ-MESSAGE-DESCRIPTOR
                               MQ-PUT-OPTIONS
                               WS-BUFFER-LENGTH
                               JAVA-MONITOR-ALERT
                               WS-COMPCODE
                               WS-REASON.

           IF WS-COMPCODE = MQCC-FAILED
              SET ALERT-IS-HELD TO TRUE
           ELSE
              SET ALERT-WAS-DELIVERED TO TRUE
           END-IF.

       PUT-MONITOR-ALERT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * FILENOTFOUND - no forward log in this region - is only worth
      * a notice when the alert needed holding.
      ***************************************************************
       RECORD-FORWARDED-EVENT SECTION.
           INITIALIZE JAVA-MON-FORWARD-RECORD.
           MOVE WS-FORWARD-STATE    TO MFW-STATE.
           MOVE EVT-KEY             TO MFW-EVT-KEY.
           MOVE EVT-TYPE            TO MFW-EVENT-TYPE.
           MOVE MON-SEVERITY        TO MFW-SEVERITY.
           MOVE 1                   TO MFW-ATTEMPTS.
           IF ALERT-IS-HELD
              MOVE WS-REASON        TO MFW-LAST-REASON
              MOVE WS-NOW-DATE      TO MFW-HELD-DATE
              MOVE WS-NOW-TIME      TO MFW-HELD-TIME
           ELSE
              MOVE WS-NOW-DATE      TO MFW-DELIVERED-DATE
              MOVE WS-NOW-TIME      TO MFW-DELIVERED-TIME
           END-IF.
           MOVE JAVA-MONITOR-ALERT  TO MFW-MESSAGE.

           EXEC CICS WRITE FILE('JAVAMFWF')
                FROM(JAVA-MON-FORWARD-RECORD)
                RIDFLD(MFW-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF ALERT-IS-HELD
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM NOTIFY-ALERT-HELD
              ELSE
                 PERFORM NOTIFY-ALERT-LOST
              END-IF
           ELSE
              IF WS-RESP NOT = DFHRESP(NORMAL)
                          AND WS-RESP NOT = DFHRESP(FILENOTFOUND)
                 PERFORM NOTIFY-FORWARD-LOG-FAILED
              END-IF
           END-IF.

       RECORD-FORWARDED-EVENT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       NOTIFY-ALERT-HELD SECTION.
           MOVE WS-REASON TO WS-DISP-REASON.
           MOVE SPACES    TO WS-FAIL-NOTICE.
           STRING 'JAVAEVTW: MONITOR QUEUE PUT FAILED REASON='
                                     DELIMITED BY SIZE
                  WS-DISP-REASON     DELIMITED BY SIZE
                  ' TYPE='           DELIMITED BY SIZE
                  EVT-TYPE           DELIMITED BY SIZE
                  ' - ALERT HELD'    DELIMITED BY SIZE
                  INTO WS-FAIL-NOTICE.

           PERFORM WRITE-FAIL-NOTICE.

       NOTIFY-ALERT-HELD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       NOTIFY-ALERT-LOST SECTION.
           MOVE WS-REASON TO WS-DISP-REASON.
           MOVE SPACES    TO WS-FAIL-NOTICE.
           STRING 'JAVAEVTW: MONITOR PUT FAILED REASON='
                                     DELIMITED BY SIZE
                  WS-DISP-REASON     DELIMITED BY SIZE
                  ' TYPE='           DELIMITED BY SIZE
                  EVT-TYPE           DELIMITED BY SIZE
                  ' - NOT HELD, ALERT LOST'
                                     DELIMITED BY SIZE
                  INTO WS-FAIL-NOTICE.

           PERFORM WRITE-FAIL-NOTICE.

       NOTIFY-ALERT-LOST-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The alert itself went out - only the delivery record is
      * missing, which the JAVAMFR reconciliation will show.
      ***************************************************************
       NOTIFY-FORWARD-LOG-FAILED SECTION.
           MOVE WS-RESP  TO WS-DISP-RESP.
           MOVE SPACES   TO WS-FAIL-NOTICE.
           STRING 'JAVAEVTW: JAVAMFWF WRITE FAILED RESP='
                                     DELIMITED BY SIZE
                  WS-DISP-RESP       DELIMITED BY SIZE
                  ' TYPE='           DELIMITED BY SIZE
                  EVT-TYPE           DELIMITED BY SIZE
                  ' - ALERT SENT, NOT LOGGED'
                                     DELIMITED BY SIZE
                  INTO WS-FAIL-NOTICE.

           PERFORM WRITE-FAIL-NOTICE.

       NOTIFY-FORWARD-LOG-FAILED-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       WRITE-FAIL-NOTICE SECTION.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(WS-FAIL-NOTICE)
                LENGTH(LENGTH OF WS-FAIL-NOTICE)
                RESP(WS-RESP)
           END-EXEC.

       WRITE-FAIL-NOTICE-EXIT.
           EXIT.
