      * MQ API failure other than queue-empty also goes to CSMT and
      * ends the drain; the unread messages re-trigger the next
      * listener.
      *
      * Each message is its own unit of work - SYNCPOINT after every
      * message - so a request that abends the task backs out alone
      * and comes back with its MQMD BackoutCount bumped, instead of
      * dragging every message served earlier in the same drain
      * back onto the queue with it. A message whose BackoutCount
      * has reached the request queue's BOTHRESH (or
      * WS-DEFAULT-BACKOUT-THRESHOLD when the queue definition sets
      * none) is a poison message: it is not run through the bridge
      * again but moved, behind an MQDLH header, to the queue's
      * BOQNAME backout queue - or the queue manager's dead-letter
      * queue when no BOQNAME is defined - with a CSMT notice, an
      * MQPOISON event on JAVAEVTF and a JAVA-RC-MSG-BACKED-OUT
      * reply so the partner is not left waiting. If the move itself
      * fails the message is rolled back onto the queue and the
      * drain ends rather than spin on it.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
           05  WS-REPLY-TO-Q        PIC X(48).
           05  WS-REPLY-TO-QMGR     PIC X(48).
           05  WS-SERVED-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-MOVED-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-HOBJ-QMGR         PIC S9(9) BINARY VALUE 0.
           05  WS-BACKOUT-THRESHOLD PIC S9(9) BINARY VALUE 0.
           05  WS-DEFAULT-BACKOUT-THRESHOLD
                                    PIC S9(9) BINARY VALUE 3.
           05  WS-BACKOUT-Q         PIC X(48) VALUE SPACES.
           05  WS-MOVE-DATA-L       PIC S9(9) BINARY.
           05  WS-MESSAGE-MOVED     PIC X(1) VALUE 'N'.
               88  MESSAGE-WAS-MOVED    VALUE 'Y'.
           05  WS-DLH-ABS-TIME      PIC S9(15) COMP-3.
           05  WS-DLH-TIME          PIC X(6).
           05  WS-DISP-BACKOUTS     PIC Z(8)9.
           05  WS-DISP-COUNT        PIC Z(8)9.
           05  WS-DISP-REASON       PIC Z(8)9.
           05  WS-MQ-NOTICE         PIC X(110).
           05  WS-SUMMARY-MSG       PIC X(79).
       01  WS-DUMMY-COMMAREA       PIC X(1).
      * The partner as the JAVAENTF entitlement matrix knows it -
      * type 'Q' and the request queue its messages arrive on (see
      * JAVAENT). Each partner puts to its own request queue, and MQ
      * security is what stops it putting to anyone else's.
       01  WS-MQ-CONSUMER-ID.
           05  WS-MQ-CONSUMER-TYPE  PIC X(1) VALUE 'Q'.
           05  WS-MQ-CONSUMER-NAME  PIC X(48).
      * A poison request as it goes to the backout queue/DLQ - the
      * MQDLH (see JAVAMQC) followed by the message exactly as read.
       01  WS-BACKOUT-MESSAGE.
           05  WS-BACKOUT-DLH       PIC X(172).
           05  WS-BACKOUT-DATA      PIC X(32000).

      * Trimmed MQ control blocks and constants - see JAVAMQC.
       COPY JAVAMQC.
      * Request/reply message layouts - see JAVAMQR.
       COPY JAVAMQR.
      * Operational event record passed to JAVAEVTW - see JAVAEVT.
       COPY JAVAEVT.
      * Outcome of each JAVACICS call, copied into the reply header.
       COPY JAVASTAT REPLACING JAVA-STATUS-AREA BY WS-STATUS-AREA.
      ***************************************************************
                   LENGTH(LENGTH OF WS-SUMMARY-MSG)
                   RESP(WS-RESP2)
              END-EXEC

              IF WS-MOVED-COUNT > ZERO
                 MOVE WS-MOVED-COUNT TO WS-DISP-COUNT
                 MOVE SPACES         TO WS-SUMMARY-MSG
                 STRING 'JAVAMQL: MOVED '    DELIMITED BY SIZE
                        WS-DISP-COUNT        DELIMITED BY SIZE
                        ' POISON MSGS OFF '  DELIMITED BY SIZE
                        MQTMC-QNAME(1:32)    DELIMITED BY SIZE
                        INTO WS-SUMMARY-MSG
                 EXEC CICS WRITEQ TD QUEUE('CSMT')
                      FROM(WS-SUMMARY-MSG)
                      LENGTH(LENGTH OF WS-SUMMARY-MSG)
                      RESP(WS-RESP2)
                 END-EXEC
              END-IF
           END-IF.

           EXEC CICS RETURN END-EXEC.
           MOVE MQTMC-QNAME TO MQOD-OBJECTNAME.
           MOVE MQOT-Q     TO MQOD-OBJECTTYPE.
           COMPUTE WS-OPEN-OPTIONS =
              MQOO-INPUT-SHARED + MQOO-INQUIRE
                 + MQOO-FAIL-IF-QUIESCING.

           CALL 'MQOPEN' USING WS-HCONN
                               MQ-OBJECT-DESCRIPTOR

           IF WS-COMPCODE = MQCC-OK
              SET QUEUE-IS-OPEN TO TRUE
              PERFORM INQUIRE-BACKOUT-SETTINGS
           ELSE
              PERFORM NOTIFY-MQ-API-FAILURE
           END-IF.
       OPEN-REQUEST-QUEUE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Backout threshold and backout queue come from the request
      * queue's own definition (BOTHRESH/BOQNAME), so the MQ admin
      * tunes them per partner queue without touching this program.
      * A queue with no BOTHRESH gets WS-DEFAULT-BACKOUT-THRESHOLD;
      * one with no BOQNAME falls back to the queue manager's DLQ.
      * An inquire failure is reported but does not stop the drain -
      * the defaults still protect the queue.
      ***************************************************************
       INQUIRE-BACKOUT-SETTINGS SECTION.
           MOVE 2                       TO MQ-SELECTOR-COUNT.
           MOVE MQIA-BACKOUT-THRESHOLD  TO MQ-SELECTOR(1).
           MOVE MQCA-BACKOUT-REQ-Q-NAME TO MQ-SELECTOR(2).
           MOVE 1                       TO MQ-INTATTR-COUNT.
           MOVE ZERO                    TO MQ-INTATTR(1).
           MOVE LENGTH OF MQ-CHARATTRS  TO MQ-CHARATTR-LENGTH.
           MOVE SPACES                  TO MQ-CHARATTRS.

           CALL 'MQINQ' USING WS-HCONN
                              WS-HOBJ
                              MQ-SELECTOR-COUNT
                              MQ-SELECTORS
                              MQ-INTATTR-COUNT
                              MQ-INTATTRS
                              MQ-CHARATTR-LENGTH
                              MQ-CHARATTRS
                              WS-COMPCODE
                              WS-REASON.

           IF WS-COMPCODE = MQCC-OK
              MOVE MQ-INTATTR(1) TO WS-BACKOUT-THRESHOLD
              MOVE MQ-CHARATTRS  TO WS-BACKOUT-Q
           ELSE
              PERFORM NOTIFY-MQ-API-FAILURE
           END-IF.

           IF WS-BACKOUT-THRESHOLD NOT > ZERO
              MOVE WS-DEFAULT-BACKOUT-THRESHOLD
                                 TO WS-BACKOUT-THRESHOLD
           END-IF.

           IF WS-BACKOUT-Q = SPACES
              PERFORM INQUIRE-DEAD-LETTER-QUEUE
           END-IF.

       INQUIRE-BACKOUT-SETTINGS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       INQUIRE-DEAD-LETTER-QUEUE SECTION.
           MOVE SPACES     TO MQOD-OBJECTNAME.
           MOVE MQOT-Q-MGR TO MQOD-OBJECTTYPE.
           COMPUTE WS-OPEN-OPTIONS =
              MQOO-INQUIRE + MQOO-FAIL-IF-QUIESCING.

           CALL 'MQOPEN' USING WS-HCONN
                               MQ-OBJECT-DESCRIPTOR
                               WS-OPEN-OPTIONS
                               WS-HOBJ-QMGR
                               WS-COMPCODE
                               WS-REASON.

           IF WS-COMPCODE NOT = MQCC-OK
              PERFORM NOTIFY-MQ-API-FAILURE
           ELSE
              MOVE 1                       TO MQ-SELECTOR-COUNT
              MOVE MQCA-DEAD-LETTER-Q-NAME TO MQ-SELECTOR(1)
              MOVE ZERO                    TO MQ-INTATTR-COUNT
              MOVE LENGTH OF MQ-CHARATTRS  TO MQ-CHARATTR-LENGTH
              MOVE SPACES                  TO MQ-CHARATTRS

              CALL 'MQINQ' USING WS-HCONN
                                 WS-HOBJ-QMGR
                                 MQ-SELECTOR-COUNT
                                 MQ-SELECTORS
                                 MQ-INTATTR-COUNT
                                 MQ-INTATTRS
                                 MQ-CHARATTR-LENGTH
                                 MQ-CHARATTRS
                                 WS-COMPCODE
                                 WS-REASON

              IF WS-COMPCODE = MQCC-OK
                 MOVE MQ-CHARATTRS TO WS-BACKOUT-Q
              ELSE
                 PERFORM NOTIFY-MQ-API-FAILURE
              END-IF

              MOVE MQCO-NONE TO WS-CLOSE-OPTIONS
              CALL 'MQCLOSE' USING WS-HCONN
                                   WS-HOBJ-QMGR
                                   WS-CLOSE-OPTIONS
                                   WS-COMPCODE
                                   WS-REASON
           END-IF.

           MOVE MQOT-Q TO MQOD-OBJECTTYPE.

       INQUIRE-DEAD-LETTER-QUEUE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLOSE-REQUEST-QUEUE SECTION.
           MOVE MQCO-NONE TO WS-CLOSE-OPTIONS.
              MOVE MQMD-REPLYTOQ    TO WS-REPLY-TO-Q
              MOVE MQMD-REPLYTOQMGR TO WS-REPLY-TO-QMGR

              IF MQMD-BACKOUTCOUNT NOT < WS-BACKOUT-THRESHOLD
                 PERFORM MOVE-POISON-MESSAGE
              ELSE
                 PERFORM INVOKE-JAVA-SERVICE
                 PERFORM PUT-REPLY-MESSAGE
                 ADD 1 TO WS-SERVED-COUNT
                 EXEC CICS SYNCPOINT
                      RESP(WS-RESP2)
                 END-EXEC
              END-IF
           END-IF.

       SERVE-ONE-REQUEST-MESSAGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A request that has already backed out WS-BACKOUT-THRESHOLD
      * times is not given to the bridge again. Once it is safely
      * on the backout queue/DLQ the partner gets a reply with
      * JAVA-RC-MSG-BACKED-OUT and failing step BACKOUT, and the
      * move, event and reply are committed together. A failed move
      * rolls the get back - the message stays on the request queue
      * untouched - and ends the drain, since the next get would
      * only find the same message again.
      ***************************************************************
       MOVE-POISON-MESSAGE SECTION.
           PERFORM PUT-TO-BACKOUT-QUEUE.

           IF MESSAGE-WAS-MOVED
              MOVE MQMD-BACKOUTCOUNT TO WS-DISP-BACKOUTS
              MOVE SPACES            TO WS-MQ-NOTICE
              STRING 'JAVAMQL: POISON REQUEST FOR ' DELIMITED BY SIZE
                     MQR-SERVICE               DELIMITED BY SIZE
                     ' MOVED TO '              DELIMITED BY SIZE
                     WS-BACKOUT-Q(1:32)        DELIMITED BY SIZE
                     ' AFTER '                 DELIMITED BY SIZE
                     WS-DISP-BACKOUTS          DELIMITED BY SIZE
                     ' BACKOUTS'               DELIMITED BY SIZE
                     INTO WS-MQ-NOTICE
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-MQ-NOTICE)
                   LENGTH(LENGTH OF WS-MQ-NOTICE)
                   RESP(WS-RESP2)
              END-EXEC

              INITIALIZE JAVA-EVENT-RECORD
              MOVE 'MQPOISON'           TO EVT-TYPE
              MOVE MQR-SERVICE          TO EVT-SERVICE
              MOVE MQMD-BACKOUTCOUNT    TO EVT-COUNT-1
              MOVE WS-BACKOUT-THRESHOLD TO EVT-COUNT-2
              MOVE WS-MQ-NOTICE         TO EVT-TEXT
              EXEC CICS LINK PROGRAM('JAVAEVTW')
                   COMMAREA(JAVA-EVENT-RECORD)
                   LENGTH(LENGTH OF JAVA-EVENT-RECORD)
                   RESP(WS-RESP2)
              END-EXEC

              INITIALIZE WS-STATUS-AREA
              SET JAVA-RC-MSG-BACKED-OUT IN WS-STATUS-AREA TO TRUE
              SET JAVA-TRUNCATION-NONE IN WS-STATUS-AREA TO TRUE
              MOVE 'BACKOUT' TO JAVA-FAILING-STEP IN WS-STATUS-AREA
              MOVE SPACES    TO MQY-PAYLOAD
              PERFORM PUT-REPLY-MESSAGE
              ADD 1 TO WS-MOVED-COUNT

              EXEC CICS SYNCPOINT
                   RESP(WS-RESP2)
              END-EXEC
           ELSE
              EXEC CICS SYNCPOINT ROLLBACK
                   RESP(WS-RESP2)
              END-EXEC
              SET QUEUE-IS-EMPTY TO TRUE
           END-IF.

       MOVE-POISON-MESSAGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * MQPUT1 of the MQDLH plus the message as read to the backout
      * queue/DLQ. The MQMD keeps the request's own MsgId, CorrelId
      * and reply-to fields so the moved copy can be matched to the
      * partner's request; only the format, encoding and CCSID
      * change to describe the MQDLH now in front - the message's
      * own values move into the MQDLH. A message that was taken
      * truncated is moved as read.
      ***************************************************************
       PUT-TO-BACKOUT-QUEUE SECTION.
           MOVE 'N' TO WS-MESSAGE-MOVED.

           IF WS-BACKOUT-Q = SPACES
              MOVE SPACES TO WS-MQ-NOTICE
              STRING 'JAVAMQL: NO BACKOUT QUEUE OR DLQ FOR POISON '
                                             DELIMITED BY SIZE
                     'REQUEST ON '           DELIMITED BY SIZE
                     MQTMC-QNAME(1:32)       DELIMITED BY SIZE
                     ' - LEFT ON QUEUE'      DELIMITED BY SIZE
                     INTO WS-MQ-NOTICE
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-MQ-NOTICE)
                   LENGTH(LENGTH OF WS-MQ-NOTICE)
                   RESP(WS-RESP2)
              END-EXEC
           ELSE
              EXEC CICS ASKTIME ABSTIME(WS-DLH-ABS-TIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-DLH-ABS-TIME)
                   YYYYMMDD(MQDLH-PUTDATE)
                   TIME(WS-DLH-TIME)
              END-EXEC
              MOVE WS-DLH-TIME         TO MQDLH-PUTTIME(1:6)
              MOVE '00'                TO MQDLH-PUTTIME(7:2)
              MOVE MQFB-APPL-FIRST     TO MQDLH-REASON
              MOVE MQTMC-QNAME         TO MQDLH-DESTQNAME
              MOVE MQTMC-QMGRNAME      TO MQDLH-DESTQMGRNAME
              MOVE MQMD-ENCODING       TO MQDLH-ENCODING
              MOVE MQMD-CODEDCHARSETID TO MQDLH-CODEDCHARSETID
              MOVE MQMD-FORMAT         TO MQDLH-FORMAT
              MOVE MQAT-CICS           TO MQDLH-PUTAPPLTYPE
              MOVE 'JAVAMQL'           TO MQDLH-PUTAPPLNAME
              MOVE MQ-DEAD-LETTER-HEADER TO WS-BACKOUT-DLH
              MOVE JAVA-MQ-REQUEST     TO WS-BACKOUT-DATA

              MOVE WS-DATA-LENGTH      TO WS-MOVE-DATA-L
              IF WS-MOVE-DATA-L > LENGTH OF WS-BACKOUT-DATA
                 MOVE LENGTH OF WS-BACKOUT-DATA TO WS-MOVE-DATA-L
              END-IF
              COMPUTE WS-BUFFER-LENGTH =
                 LENGTH OF WS-BACKOUT-DLH + WS-MOVE-DATA-L

              MOVE MQFMT-DEAD-LETTER-HEADER TO MQMD-FORMAT
              MOVE MQENC-NATIVE        TO MQMD-ENCODING
              MOVE MQCCSI-Q-MGR        TO MQMD-CODEDCHARSETID
              MOVE WS-BACKOUT-Q        TO MQOD-OBJECTNAME
              MOVE SPACES              TO MQOD-OBJECTQMGRNAME
              MOVE MQOT-Q              TO MQOD-OBJECTTYPE
              MOVE MQPMO-FAIL-IF-QUIESCING TO MQPMO-OPTIONS

              CALL 'MQPUT1' USING WS-HCONN
                                  MQ-OBJECT-DESCRIPTOR
                                  MQ-MESSAGE-DESCRIPTOR
                                  MQ-PUT-OPTIONS
                                  WS-BUFFER-LENGTH
                                  WS-BACKOUT-MESSAGE
                                  WS-COMPCODE
                                  WS-REASON

              IF WS-COMPCODE = MQCC-FAILED
                 PERFORM NOTIFY-MQ-API-FAILURE
              ELSE
                 SET MESSAGE-WAS-MOVED TO TRUE
              END-IF
           END-IF.

       PUT-TO-BACKOUT-QUEUE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The same CALL JAVA.cbl and JAVACOMM make, so every JAVACICS
      * protection (allow-list, audit, timeout, retries, throttle,
      * auto-disable) applies to MQ callers unchanged. The payload
      * truncated get is capped at the buffer. CCSID and the async
      * flag are OMITTED the way JAVACOMM omits the container list:
      * JAVACICS then applies its own defaults (UTF-8, synchronous).
      * The request queue goes along as the consumer identity, so
      * the entitlement matrix decides per partner rather than for
      * the listener transaction as a whole.
      ***************************************************************
       INVOKE-JAVA-SERVICE SECTION.
           COMPUTE WS-INPUT-L = WS-DATA-LENGTH
           END-IF.
           MOVE LENGTH OF MQY-PAYLOAD TO WS-OUTPUT-L.
           MOVE SPACES TO MQY-PAYLOAD.
           MOVE MQTMC-QNAME TO WS-MQ-CONSUMER-NAME.

           CALL 'JAVACICS' USING DFHEIBLK
                                 WS-DUMMY-COMMAREA
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 MQR-BUS-CORR-ID
                                 WS-MQ-CONSUMER-ID.

       INVOKE-JAVA-SERVICE-EXIT.
           EXIT.
