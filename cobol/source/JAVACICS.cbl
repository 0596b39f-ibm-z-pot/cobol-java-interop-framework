           05  WS-INPUT-PREFIX      PIC X(8).
           05  WS-TOTAL-INPUT-L     PIC S9(9) COMP.
           05  WS-JRN-ABS-TIME      PIC S9(15) COMP.
           05  WS-BEFORE-IMAGE      PIC X(346).
           05  WS-JRN-SETTLED       PIC X(1).
               88  JRN-WRITE-SETTLED       VALUE 'Y'.
           05  WS-JRN-NOTICE        PIC X(79).
           05  WS-DISP-TARGET-MS    PIC Z(8)9.
           05  WS-DIAG-SNAP-LEN     PIC S9(9) COMP.
           05  WS-DIAG-OUT-LEN      PIC S9(9) COMP.
           05  WS-NOW-STAMP.
               10  WS-NOW-DATE      PIC 9(8).
               10  WS-NOW-TIME      PIC 9(6).
           05  WS-WINDOW-STATE      PIC X(1) VALUE 'N'.
               88  NO-MAINT-WINDOW         VALUE 'N'.
               88  MAINT-WINDOW-REJECTS    VALUE 'R'.
               88  MAINT-WINDOW-SIMULATES  VALUE 'S'.
           05  WS-CONSUMER-TYPE     PIC X(1).
           05  WS-CONSUMER-NAME     PIC X(48).
           05  WS-ENT-ALLOWANCE     PIC S9(9) COMP.
           05  WS-USAGE-KIND        PIC X(1).
               88  USAGE-IS-DENIAL         VALUE 'D'.
               88  USAGE-IS-CHARGE         VALUE 'C'.
           05  WS-ENU-ROW-STATE     PIC X(1).
               88  ENU-ROW-FOUND           VALUE 'F'.
               88  ENU-ROW-NEW             VALUE 'N'.
               88  ENU-ROW-UNAVAILABLE     VALUE 'U'.
           05  WS-CAND-PROGRAM      PIC X(8).
           05  WS-CAND-PCT          PIC S9(4) COMP.
           05  WS-CAND-STATE        PIC X(1).
               88  CAND-IS-ACTIVE          VALUE ' '.
           05  WS-ROUTE-CHOICE      PIC X(1) VALUE 'P'.
               88  ROUTED-TO-CANDIDATE     VALUE 'C'.
               88  ROUTED-TO-CURRENT       VALUE 'P'.
           05  WS-ROUTE-SEED        PIC S9(9) COMP.
           05  WS-ROUTE-CALL-COUNT  PIC S9(4) COMP VALUE 0.
           05  WS-ROUTE-QUOTIENT    PIC S9(9) COMP.
           05  WS-ROUTE-BUCKET      PIC S9(4) COMP.
           05  WS-CAND-FAIL-RATE    PIC S9(4) COMP.
           05  WS-DISP-RATE         PIC ZZ9.
           05  WS-DISP-LIMIT        PIC ZZ9.
           05  WS-DISP-CAND-CALLS   PIC Z(8)9.
           05  WS-CANARY-NOTICE     PIC X(110).
           05  WS-JRN-ACTION        PIC X(8).
      ***************************************************************
      * Addressability onto a single named-container buffer, set to
      * point at whichever caller buffer JCE-DATA-PTR names for the
      ***************************************************************
       COPY JAVALCOR.
      ***************************************************************
      * Change-journal record for the auto-disable and canary
      * fallback paths - the same JAVASVCJ journal JAVASVCM writes
      * for its A/C/E/D actions.
      ***************************************************************
       COPY JAVASVCJ.
      ***************************************************************
      ***************************************************************
       COPY JAVADIA.
      ***************************************************************
      * Planned maintenance window calendar, read on every call to
      * see whether the service is in a window ops have booked - see
      * JAVAMNT and CHECK-MAINTENANCE-WINDOW below.
      ***************************************************************
       COPY JAVAMNT.
      ***************************************************************
      * Consumer entitlement matrix and its daily usage counts, read
      * on every call to see whether the calling consumer may reach
      * the service today - see JAVAENT, JAVAENU and CHECK-CONSUMER-
      * ENTITLEMENT below.
      ***************************************************************
       COPY JAVAENT.
       COPY JAVAENU.
      ***************************************************************
      * Local working copy of the status area. Always populated, then
      * copied out to the caller's JAVA-STATUS-AREA (when passed) so
      * the rest of this program never has to branch on whether the
      * CORR-ID on JAVAAUD) - not used for any routing or retry
      * decision here, only carried through to the audit record.
       77  JAVA-BUS-CORR-ID        PIC X(16).
      * Optional identity of the consumer making the call, checked
      * against the JAVAENTF entitlement matrix (see JAVAENT). Only
      * the bridge's own front ends pass it - JAVAMQL names the MQ
      * partner by its request queue. When omitted, or passed with a
      * blank type, the consumer is the calling transaction itself,
      * 'T' plus EIBTRNID, which is how every CALL 'JAVA' and
      * JAVACOMM caller is identified.
       01  JAVA-CONSUMER-ID.
           05  JAVA-CONSUMER-TYPE  PIC X(1).
           05  JAVA-CONSUMER-NAME  PIC X(48).
      ***************************************************************
       PROCEDURE DIVISION USING     DFHEIBLK
                                    DFHCOMMAREA
                                    OPTIONAL JAVA-CONTAINER-LIST
                                    OPTIONAL JAVA-CCSID
                                    OPTIONAL JAVA-ASYNC-FLAG
                                    OPTIONAL JAVA-BUS-CORR-ID
                                    OPTIONAL JAVA-CONSUMER-ID.
      ***************************************************************
       MAIN-PROCESSING SECTION.
           INITIALIZE WS-STATUS-AREA.
           SET JAVA-TRUNCATION-NONE IN WS-STATUS-AREA TO TRUE.

           EXEC CICS ASKTIME ABSTIME(WS-CALL-START-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-CALL-START-TIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
           END-EXEC.

           MOVE 'COBOL2JAVA'     TO JAVA-CHANNEL.
           MOVE ZERO             TO WS-TARGET-MS.
           MOVE 'N'              TO WS-ASYNC-REQUESTED.
           MOVE 'N'              TO WS-USE-BOUNDED-LINK.
           MOVE 'N'              TO WS-USE-SIMULATION.
           MOVE 'N'              TO WS-WINDOW-STATE.
           MOVE SPACES           TO WS-REAL-PROGRAM.
           MOVE SPACES           TO WS-CAND-PROGRAM.
           MOVE ZERO             TO WS-CAND-PCT.
           MOVE SPACE            TO WS-CAND-STATE.
           MOVE 'P'              TO WS-ROUTE-CHOICE.
           MOVE SPACES           TO WS-ASYNC-TRANID.
           MOVE SPACES           TO WS-REMOTE-SYSID.
           MOVE ZERO             TO WS-MIN-INPUT-L.
           MOVE ZERO             TO WS-INPUT-RULE-LEN.
           MOVE SPACES           TO WS-INPUT-PREFIX.
           MOVE SPACES           TO WS-BUS-CORR-ID.
           MOVE ZERO             TO WS-ENT-ALLOWANCE.
           MOVE 'T'              TO WS-CONSUMER-TYPE.
           MOVE EIBTRNID         TO WS-CONSUMER-NAME.

           IF ADDRESS OF JAVA-BUS-CORR-ID NOT = NULL
              MOVE JAVA-BUS-CORR-ID TO WS-BUS-CORR-ID
           END-IF.

           IF ADDRESS OF JAVA-CONSUMER-ID NOT = NULL
              IF JAVA-CONSUMER-TYPE NOT = SPACE
                 MOVE JAVA-CONSUMER-TYPE TO WS-CONSUMER-TYPE
                 MOVE JAVA-CONSUMER-NAME TO WS-CONSUMER-NAME
              END-IF
           END-IF.

           IF ADDRESS OF JAVA-CCSID NOT = NULL
              MOVE JAVA-CCSID     TO WS-CCSID
           END-IF.
              MOVE 'Y'           TO WS-USE-SIMULATION
           END-IF.

      * A window ops set to simulate can only answer what the fixture
      * can - an async or container-list call made during it is
      * turned away as in maintenance rather than let through to a
      * Java side that is being worked on.
           IF JAVA-RC-OK IN WS-STATUS-AREA
                       AND MAINT-WINDOW-SIMULATES
                       AND NOT USE-SIMULATED-REPLY
              PERFORM REJECT-MAINTENANCE-WINDOW-CALL
           END-IF.

      * The daily allowance is charged only now the call is clear to
      * go - authorized, entitled, a valid request and not turned
      * away by a maintenance window (see CHECK-SERVICE-
      * AUTHORIZATION).
           IF JAVA-RC-OK IN WS-STATUS-AREA AND WS-ENT-ALLOWANCE > ZERO
              SET USAGE-IS-CHARGE TO TRUE
              PERFORM COUNT-CONSUMER-USAGE
           END-IF.

      * Only a call that will really LINK is split onto a canary
      * candidate - a simulated reply involves neither program, and
      * an async request always STARTs the current program's TRANID.
           IF JAVA-RC-OK IN WS-STATUS-AREA
                       AND NOT ASYNC-WAS-REQUESTED
                       AND NOT USE-SIMULATED-REPLY
              PERFORM CHOOSE-SERVICE-PROGRAM
           END-IF.

           IF JAVA-RC-OK IN WS-STATUS-AREA
                       AND NOT ASYNC-WAS-REQUESTED
                       AND NOT USE-SIMULATED-REPLY
           END-IF.

           IF NOT JAVA-RC-OK IN WS-STATUS-AREA
                       AND NOT JAVA-RC-IN-MAINTENANCE IN WS-STATUS-AREA
                       AND NOT JAVA-RC-NOT-ENTITLED IN WS-STATUS-AREA
                       AND NOT JAVA-RC-OVER-ALLOWANCE IN WS-STATUS-AREA
              PERFORM CAPTURE-FAILURE-SNAPSHOT
           END-IF.

      * Nothing that happens inside a maintenance window counts
      * towards (or clears) the auto-disable streak - see JAVAMNT.
      * A call the canary candidate served is counted against the
      * candidate's trial instead, so a bad new version falls back
      * to the current program rather than disabling the service.
           IF NOT ASYNC-WAS-REQUESTED AND NO-MAINT-WINDOW
              IF ROUTED-TO-CANDIDATE
                 PERFORM TRACK-CANDIDATE-OUTCOME
              ELSE
                 PERFORM TRACK-SERVICE-FAILURE-STREAK
              END-IF
           END-IF.

           IF ADDRESS OF JAVA-STATUS-AREA NOT = NULL
                                   TO AUD-RESP2.
           IF JAVA-RC-OK IN WS-STATUS-AREA
              IF USE-SIMULATED-REPLY
                 IF MAINT-WINDOW-SIMULATES
                    MOVE 'MAINTSIM' TO AUD-OUTCOME
                 ELSE
                    MOVE 'SIMULATD' TO AUD-OUTCOME
                 END-IF
              ELSE
                 MOVE 'SUCCESS'   TO AUD-OUTCOME
              END-IF
      * of which reuse WS-RESP2, so testing it after the notice
      * would key the journal decision to the wrong call.
                 IF WS-RESP2 = DFHRESP(NORMAL)
                    MOVE 'AUTODISA'   TO WS-JRN-ACTION
                    PERFORM JOURNAL-AUTOMATIC-CHANGE
                 END-IF
                 PERFORM NOTIFY-SERVICE-AUTO-DISABLED
              ELSE
           EXIT.
      ***************************************************************
      ***************************************************************
      * A disable (WS-JRN-ACTION 'AUTODISA') or canary fallback
      * ('CANDFALL') this program makes on its own is journaled to
      * JAVASVCJ like any change an operator keys through JAVASVCM
      * - before/after images, the task's userid and the timestamp -
      * with the same DUPREC/sequence-bump settling. Only the flip
      * itself is journaled; the streak and candidate counts leading
      * up to it are call-volume counters, not configuration changes
      * (see JAVASVCJ). The change has already been rewritten, so
      * a journal write failure costs the trail entry, not the
      * change - reported to CSMT so the gap is known.
      ***************************************************************
       JOURNAL-AUTOMATIC-CHANGE SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-JRN-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-JRN-ABS-TIME)
                YYYYMMDD(JRN-KEY-DATE)
           END-EXEC.
           MOVE ZERO                TO JRN-KEY-SEQ.
           MOVE SVC-LOGICAL-NAME    TO JRN-SERVICE.
           MOVE WS-JRN-ACTION       TO JRN-ACTION.
           MOVE 'JAVACICS'          TO JRN-SOURCE-PGM.
           MOVE SPACES              TO JRN-OPERATOR.
           EXEC CICS ASSIGN USERID(JRN-OPERATOR) END-EXEC.
           MOVE EIBTRMID            TO JRN-TERMID.
           MOVE WS-BEFORE-IMAGE     TO JRN-BEFORE-IMAGE.
           MOVE JAVA-SERVICE-RECORD TO JRN-AFTER-IMAGE.
           MOVE SPACES              TO JRN-APPROVER.

           MOVE 'N' TO WS-JRN-SETTLED.
           PERFORM UNTIL JRN-WRITE-SETTLED
              STRING 'JAVACICS: JAVASVCJ JOURNAL WRITE FAILED FOR '
                                        DELIMITED BY SIZE
                     SVC-LOGICAL-NAME   DELIMITED BY SIZE
                     ' ACTION '         DELIMITED BY SIZE
                     WS-JRN-ACTION      DELIMITED BY SIZE
                     INTO WS-JRN-NOTICE
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-JRN-NOTICE)
              END-EXEC
           END-IF.

       JOURNAL-AUTOMATIC-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Counts one call the canary candidate served towards its
      * trial (see SVC-CAND-PROGRAM on JAVASVCR). Only a clean call
      * or a LINK failure/timeout says anything about the candidate
      * itself, the same test TRACK-SERVICE-FAILURE-STREAK applies
      * to the current program - a throttled or route-failed call is
      * not counted either way.
      ***************************************************************
       TRACK-CANDIDATE-OUTCOME SECTION.
           IF JAVA-RC-OK IN WS-STATUS-AREA
                       OR JAVA-RC-LINK-FAILED IN WS-STATUS-AREA
                       OR JAVA-RC-TIMEOUT IN WS-STATUS-AREA
              PERFORM BUMP-CANDIDATE-COUNTS
           END-IF.

       TRACK-CANDIDATE-OUTCOME-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Re-reads the service row for update and bumps the candidate's
      * call (and, for a failure, failure) count - but only while the
      * row still holds the trial this call belonged to; a candidate
      * rekeyed, retired or already fallen back by another task since
      * is let go untouched. Once SVC-CAND-MIN-CALLS calls have been
      * made, a failure rate at or over SVC-CAND-FAIL-LIMIT percent
      * (zero means never) sets the candidate fallen back, so every
      * call goes to SVC-REAL-PROGRAM again, and the fallback is
      * journaled and raised the way an auto-disable is.
      ***************************************************************
       BUMP-CANDIDATE-COUNTS SECTION.
           MOVE JAVA-PROGRAM TO SVC-LOGICAL-NAME.

           EXEC CICS READ FILE('JAVASVCF')
                INTO(JAVA-SERVICE-RECORD)
                RIDFLD(SVC-LOGICAL-NAME)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              IF SVC-CAND-PROGRAM = WS-REAL-PROGRAM
                          AND SVC-CAND-ACTIVE
                 MOVE JAVA-SERVICE-RECORD TO WS-BEFORE-IMAGE
                 ADD 1 TO SVC-CAND-CALLS
                 IF NOT JAVA-RC-OK IN WS-STATUS-AREA
                    ADD 1 TO SVC-CAND-FAILS
                 END-IF
                 IF SVC-CAND-FAIL-LIMIT > ZERO
                          AND SVC-CAND-CALLS
                                 NOT LESS THAN SVC-CAND-MIN-CALLS
                    COMPUTE WS-CAND-FAIL-RATE =
                       (SVC-CAND-FAILS * 100) / SVC-CAND-CALLS
                    IF WS-CAND-FAIL-RATE
                          NOT LESS THAN SVC-CAND-FAIL-LIMIT
                       SET SVC-CAND-FELL-BACK TO TRUE
                    END-IF
                 END-IF
                 EXEC CICS REWRITE FILE('JAVASVCF')
                      FROM(JAVA-SERVICE-RECORD)
                      RESP(WS-RESP2)
                 END-EXEC
      * Journal and notify only once the fallback has landed - on a
      * failed REWRITE the candidate is still live and the next
      * failure will trip it again.
                 IF SVC-CAND-FELL-BACK
                          AND WS-RESP2 = DFHRESP(NORMAL)
                    MOVE 'CANDFALL'   TO WS-JRN-ACTION
                    PERFORM JOURNAL-AUTOMATIC-CHANGE
                    PERFORM NOTIFY-CANDIDATE-FALLBACK
                 END-IF
              ELSE
                 EXEC CICS UNLOCK FILE('JAVASVCF') RESP(WS-RESP2)
                 END-EXEC
              END-IF
           END-IF.

       BUMP-CANDIDATE-COUNTS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * CSMT notice and CANARYFB event for a candidate just fallen
      * back, the same pair NOTIFY-SERVICE-AUTO-DISABLED raises for
      * a disable.
      ***************************************************************
       NOTIFY-CANDIDATE-FALLBACK SECTION.
           MOVE WS-CAND-FAIL-RATE   TO WS-DISP-RATE.
           MOVE SVC-CAND-FAIL-LIMIT TO WS-DISP-LIMIT.
           MOVE SVC-CAND-CALLS      TO WS-DISP-CAND-CALLS.
           MOVE SPACES              TO WS-CANARY-NOTICE.
           STRING 'JAVASVC CANARY FALLBACK: ' DELIMITED BY SIZE
                  SVC-LOGICAL-NAME          DELIMITED BY SIZE
                  ' CANDIDATE '             DELIMITED BY SIZE
                  SVC-CAND-PROGRAM          DELIMITED BY SIZE
                  ' FAILED '                DELIMITED BY SIZE
                  WS-DISP-RATE              DELIMITED BY SIZE
                  '% OF '                   DELIMITED BY SIZE
                  WS-DISP-CAND-CALLS        DELIMITED BY SIZE
                  ' CALLS (LIMIT '          DELIMITED BY SIZE
                  WS-DISP-LIMIT             DELIMITED BY SIZE
                  '%) - ALL CALLS NOW TO '  DELIMITED BY SIZE
                  SVC-REAL-PROGRAM          DELIMITED BY SIZE
                  INTO WS-CANARY-NOTICE.

           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(WS-CANARY-NOTICE)
                LENGTH(LENGTH OF WS-CANARY-NOTICE)
                RESP(WS-RESP2)
           END-EXEC.

           INITIALIZE JAVA-EVENT-RECORD.
           MOVE 'CANARYFB'          TO EVT-TYPE.
           MOVE SVC-LOGICAL-NAME    TO EVT-SERVICE.
           MOVE WS-CAND-FAIL-RATE   TO EVT-COUNT-1.
           MOVE SVC-CAND-FAIL-LIMIT TO EVT-COUNT-2.
           MOVE WS-CANARY-NOTICE    TO EVT-TEXT.
           PERFORM WRITE-OPERATIONAL-EVENT.

       NOTIFY-CANDIDATE-FALLBACK-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       ACCUMULATE-CONTAINER-AUDIT-LENGTHS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A known service in a maintenance window is answered as in
      * maintenance whether or not it is enabled - ops often disable
      * a service for the work as well - so the caller sees a planned
      * outage rather than a not-authorized. The one exception is a
      * simulate window on an enabled service, which carries on down
      * the normal path with the simulated reply forced on.
      *
      * An enabled service is only reachable by a consumer the
      * JAVAENTF matrix lets in; one turned away there is answered
      * as not entitled, never as in maintenance. The daily
      * allowance is not charged here but in MAIN-PROCESSING, once
      * the request has also passed VALIDATE-SERVICE-REQUEST and the
      * simulate-window check, so a call bounced for any reason never
      * uses up the consumer's allowance.
      ***************************************************************
       CHECK-SERVICE-AUTHORIZATION SECTION.
           MOVE JAVA-PROGRAM TO SVC-LOGICAL-NAME.
              MOVE SVC-INPUT-RULE      TO WS-INPUT-RULE
              MOVE SVC-INPUT-RULE-LEN  TO WS-INPUT-RULE-LEN
              MOVE SVC-INPUT-PREFIX    TO WS-INPUT-PREFIX
              MOVE SVC-CAND-PROGRAM    TO WS-CAND-PROGRAM
              MOVE SVC-CAND-PCT        TO WS-CAND-PCT
              MOVE SVC-CAND-STATE      TO WS-CAND-STATE
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL) AND SVC-IS-ENABLED
              PERFORM CHECK-CONSUMER-ENTITLEMENT
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL)
                       AND (JAVA-RC-OK IN WS-STATUS-AREA
                            OR JAVA-RC-NOT-AUTHORIZED IN WS-STATUS-AREA)
              PERFORM CHECK-MAINTENANCE-WINDOW
           END-IF.

       CHECK-SERVICE-AUTHORIZATION-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Splits a call between the service's current real program and
      * a live canary candidate (named, a non-zero SVC-CAND-PCT, not
      * fallen back - see JAVASVCR). The task number plus the number
      * of calls this task has already had split picks a bucket 0-99
      * (the sum's last two digits), and buckets below SVC-CAND-PCT
      * go to the candidate. Tasks making one call each spread on
      * their task numbers; a task making many - JAVAMQL draining a
      * queue, or a transaction with several CALL 'JAVA's - steps
      * through the buckets call by call, so its traffic splits in
      * the proportion asked for too rather than all going one way.
      * WS-ROUTE-CALL-COUNT lives in WORKING-STORAGE, which keeps its
      * value across CALLs within the task. JAVALINK and JAVABAT
      * split on the same rule.
      ***************************************************************
       CHOOSE-SERVICE-PROGRAM SECTION.
           SET ROUTED-TO-CURRENT TO TRUE.

           IF WS-CAND-PROGRAM NOT = SPACES
                       AND WS-CAND-PCT > ZERO
                       AND CAND-IS-ACTIVE
              COMPUTE WS-ROUTE-SEED = EIBTASKN + WS-ROUTE-CALL-COUNT
              DIVIDE WS-ROUTE-SEED BY 100
                 GIVING WS-ROUTE-QUOTIENT
                 REMAINDER WS-ROUTE-BUCKET
              IF WS-ROUTE-BUCKET < WS-CAND-PCT
                 MOVE WS-CAND-PROGRAM TO WS-REAL-PROGRAM
                 SET ROUTED-TO-CANDIDATE TO TRUE
              END-IF
              ADD 1 TO WS-ROUTE-CALL-COUNT
              IF WS-ROUTE-CALL-COUNT NOT < 100
                 MOVE ZERO TO WS-ROUTE-CALL-COUNT
              END-IF
           END-IF.

       CHOOSE-SERVICE-PROGRAM-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Looks the service up on the JAVAMNTF calendar - one keyed
      * READ GTEQ on (service, now), since the key ends in the
      * window's end stamp (see JAVAMNT). A region with no calendar
      * defined, or no window booked, reads as no window. Inside a
      * reject window the call is turned away as in maintenance; a
      * simulate window forces the simulated reply on, unless the
      * service is also disabled, which is turned away the same as
      * a reject window rather than as not-authorized.
      ***************************************************************
       CHECK-MAINTENANCE-WINDOW SECTION.
           MOVE JAVA-PROGRAM        TO MNT-SERVICE.
           MOVE WS-NOW-DATE         TO MNT-END-DATE.
           MOVE WS-NOW-TIME         TO MNT-END-TIME.

           EXEC CICS READ FILE('JAVAMNTF')
                INTO(JAVA-MAINT-WINDOW-RECORD)
                RIDFLD(MNT-KEY)
                GTEQ
                RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 = DFHRESP(NORMAL)
                       AND MNT-SERVICE = JAVA-PROGRAM
                       AND MNT-START-STAMP NOT > WS-NOW-STAMP
              IF MNT-MODE-SIMULATE
                 SET MAINT-WINDOW-SIMULATES TO TRUE
              ELSE
                 SET MAINT-WINDOW-REJECTS TO TRUE
              END-IF
           END-IF.

           IF MAINT-WINDOW-REJECTS
                       OR (MAINT-WINDOW-SIMULATES
                           AND NOT SVC-IS-ENABLED)
              PERFORM REJECT-MAINTENANCE-WINDOW-CALL
           ELSE
              IF MAINT-WINDOW-SIMULATES
                 MOVE 'Y'              TO WS-IS-SIMULATED
              END-IF
           END-IF.

       CHECK-MAINTENANCE-WINDOW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       REJECT-MAINTENANCE-WINDOW-CALL SECTION.
           MOVE 'MAINT' TO JAVA-FAILING-STEP IN WS-STATUS-AREA.
           SET JAVA-RC-IN-MAINTENANCE IN WS-STATUS-AREA TO TRUE.

       REJECT-MAINTENANCE-WINDOW-CALL-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Looks the consumer up on the JAVAENTF entitlement matrix (see
      * JAVAENT) - its own row for the service first, then the '*'
      * default row for its consumer type. A barred row, or no row
      * at all, turns the call away as not entitled. A region with
      * no JAVAENTF defined does not check entitlement; any other
      * failure to read the matrix fails the call as an I/O error
      * rather than let a consumer through unchecked.
      ***************************************************************
       CHECK-CONSUMER-ENTITLEMENT SECTION.
           MOVE WS-CONSUMER-TYPE    TO ENT-CONSUMER-TYPE.
           MOVE WS-CONSUMER-NAME    TO ENT-CONSUMER.
           MOVE JAVA-PROGRAM        TO ENT-SERVICE.

           EXEC CICS READ FILE('JAVAENTF')
                INTO(JAVA-ENTITLEMENT-RECORD)
                RIDFLD(ENT-KEY)
                RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 = DFHRESP(NOTFND)
              MOVE WS-CONSUMER-TYPE TO ENT-CONSUMER-TYPE
              MOVE '*'              TO ENT-CONSUMER
              MOVE JAVA-PROGRAM     TO ENT-SERVICE
              EXEC CICS READ FILE('JAVAENTF')
                   INTO(JAVA-ENTITLEMENT-RECORD)
                   RIDFLD(ENT-KEY)
                   RESP(WS-RESP2)
              END-EXEC
           END-IF.

           IF WS-RESP2 = DFHRESP(NORMAL)
              IF ENT-IS-ALLOWED
                 MOVE ENT-DAILY-ALLOWANCE TO WS-ENT-ALLOWANCE
              ELSE
                 PERFORM REJECT-UNENTITLED-CALL
              END-IF
           ELSE
              IF WS-RESP2 = DFHRESP(NOTFND)
                 PERFORM REJECT-UNENTITLED-CALL
              ELSE
                 IF WS-RESP2 NOT = DFHRESP(FILENOTFOUND)
                    MOVE 'ENTFILE' TO JAVA-FAILING-STEP
                                               IN WS-STATUS-AREA
                    MOVE WS-RESP2  TO JAVA-LAST-RESP
                                               IN WS-STATUS-AREA
                    SET JAVA-RC-IO-ERROR IN WS-STATUS-AREA TO TRUE
                 END-IF
              END-IF
           END-IF.

       CHECK-CONSUMER-ENTITLEMENT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       REJECT-UNENTITLED-CALL SECTION.
           MOVE 'ENTITLE' TO JAVA-FAILING-STEP IN WS-STATUS-AREA.
           SET JAVA-RC-NOT-ENTITLED IN WS-STATUS-AREA TO TRUE.

           SET USAGE-IS-DENIAL TO TRUE.
           PERFORM COUNT-CONSUMER-USAGE.

       REJECT-UNENTITLED-CALL-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Counts the call on today's JAVAENUF row for the consumer and
      * service (see JAVAENU), adding the row on its first call of
      * the day. A charge within the daily allowance is let through
      * and counted; one past it is turned away as over allowance
      * and tallied as such, as is every denial. The usage file is
      * a count, not a control: a region without it, or a row it
      * cannot read or write (two tasks adding the same row in the
      * same instant), costs the count, never the call.
      ***************************************************************
       COUNT-CONSUMER-USAGE SECTION.
           MOVE WS-NOW-DATE         TO ENU-DATE.
           MOVE WS-CONSUMER-TYPE    TO ENU-CONSUMER-TYPE.
           MOVE WS-CONSUMER-NAME    TO ENU-CONSUMER.
           MOVE JAVA-PROGRAM        TO ENU-SERVICE.

           EXEC CICS READ FILE('JAVAENUF')
                INTO(JAVA-ENTITLE-USAGE-RECORD)
                RIDFLD(ENU-KEY)
                UPDATE
                RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 = DFHRESP(NORMAL)
              SET ENU-ROW-FOUND TO TRUE
           ELSE
              IF WS-RESP2 = DFHRESP(NOTFND)
                 SET ENU-ROW-NEW TO TRUE
                 INITIALIZE JAVA-ENTITLE-USAGE-RECORD
                 MOVE WS-NOW-DATE      TO ENU-DATE
                 MOVE WS-CONSUMER-TYPE TO ENU-CONSUMER-TYPE
                 MOVE WS-CONSUMER-NAME TO ENU-CONSUMER
                 MOVE JAVA-PROGRAM     TO ENU-SERVICE
                 MOVE WS-NOW-TIME      TO ENU-FIRST-TIME
              ELSE
                 SET ENU-ROW-UNAVAILABLE TO TRUE
              END-IF
           END-IF.

           IF NOT ENU-ROW-UNAVAILABLE
              IF USAGE-IS-DENIAL
                 ADD 1 TO ENU-DENIED-COUNT
              ELSE
                 MOVE WS-ENT-ALLOWANCE TO ENU-ALLOWANCE
                 IF ENU-CALL-COUNT < WS-ENT-ALLOWANCE
                    ADD 1 TO ENU-CALL-COUNT
                 ELSE
                    ADD 1 TO ENU-OVER-COUNT
                    MOVE 'ALLOWANC' TO JAVA-FAILING-STEP
                                               IN WS-STATUS-AREA
                    SET JAVA-RC-OVER-ALLOWANCE IN WS-STATUS-AREA
                                      TO TRUE
                 END-IF
              END-IF
              MOVE WS-NOW-TIME      TO ENU-LAST-TIME
           END-IF.

           IF ENU-ROW-FOUND
              EXEC CICS REWRITE FILE('JAVAENUF')
                   FROM(JAVA-ENTITLE-USAGE-RECORD)
                   RESP(WS-RESP2)
              END-EXEC
           END-IF.

           IF ENU-ROW-NEW
              EXEC CICS WRITE FILE('JAVAENUF')
                   FROM(JAVA-ENTITLE-USAGE-RECORD)
                   RIDFLD(ENU-KEY)
                   RESP(WS-RESP2)
              END-EXEC
           END-IF.

       COUNT-CONSUMER-USAGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Enforces the service's request contract off its JAVASVCF row
      * (min/max input length, and a numeric-only or required-prefix
      * rule on the leading bytes of the flat payload) BEFORE any
              MOVE EIBTASKN            TO WS-CORR-NUM
              MOVE WS-CORR-NUM         TO JLR-CORR-ID
              MOVE JAVA-PROGRAM        TO JLR-LOGICAL-PROGRAM
              MOVE WS-ROUTE-CHOICE     TO JLR-ROUTE
              MOVE WS-CCSID            TO JLR-CCSID
              MOVE JAVA-INPUT-L        TO JLR-INPUT-L
              MOVE JAVA-OUTPUT-L       TO JLR-OUTPUT-L
           IF LINK-REPLY-WAS-FOUND
              EXEC CICS DELETEQ TS QUEUE(JLR-CORR-ID) RESP(WS-RESP2)
              END-EXEC
      * JAVALINK resolves the program itself and may have found the
      * candidate retired or fallen back since this task routed the
      * call - what it actually LINKed to is what gets audited and
      * counted.
              IF JLY-REAL-PROGRAM NOT = SPACES
                 MOVE JLY-REAL-PROGRAM TO WS-REAL-PROGRAM
                 IF JLY-REAL-PROGRAM NOT = WS-CAND-PROGRAM
                    SET ROUTED-TO-CURRENT TO TRUE
                 END-IF
              END-IF
              MOVE JLY-RESP  TO JAVA-LAST-RESP  IN WS-STATUS-AREA
              MOVE JLY-RESP2 TO JAVA-LAST-RESP2 IN WS-STATUS-AREA
              IF JLY-RESP = DFHRESP(SYSIDERR)
