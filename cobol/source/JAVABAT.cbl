      * per service, and payloads ending in spaces (or containing
      * binary bytes) pass through untrimmed. The 9th-byte 'R'
      * restart convention applies to either mode.
      *
      * Each record is also checked against the JAVAMNTF maintenance
      * window calendar (see JAVAMNT), the same as JAVACICS checks
      * every online call - a record whose service is inside a
      * booked window is answered as in maintenance, or from the
      * service's simulated reply where ops chose that for the
      * window. A step run without a JAVAMNTF DD simply has no
      * calendar to honour.
      *
      * The run is also a consumer on the JAVAENTF entitlement
      * matrix (see JAVAENT) - type 'J', named by an optional job
      * name in PARM bytes 10-17 (e.g. PARM='JAVAORD  PAYJOB01'),
      * 'BATC' when none is given. A classic run whose job may not
      * call its service stops before the first record as not
      * entitled; a structured record naming a service its job may
      * not call is answered as not entitled on its own. A daily
      * allowance is charged on JAVAENUF (see JAVAENU) record by
      * record, so the records past it are answered as over
      * allowance. A step without the JAVAENTF DD does not check
      * entitlement; one without JAVAENUF cannot count allowances. A
      * matrix or usage file that is there but will not open fails
      * the run. JAVAENUF is shared with the online region through
      * VSAM RLS (see JAVAENUD), so the run can count while CICS is.
      *
      * Every request the run fails - in either mode, for whatever
      * reason - is also written to the JAVAREJ reject dataset in
      * the JAVA-BATCH-REJECT layout (see JAVABRR): the full original
      * payload with its service, request ID, return code and failing
      * step, so nobody has to rebuild a SYSUT1 by hand to rerun it.
      * A PARM of '+' selects the resubmission mode that replays a
      * reject dataset as its SYSUT1 - structured in every other
      * respect (SYSUT2 gets structured replies) - optionally followed
      * by two digits giving the number of resubmissions a request is
      * allowed (PARM='+05'; 3 when not given). A request that comes
      * round again with that many failed resubmissions behind it is
      * held back rather than called; one that fails again goes to
      * the new JAVAREJ with its count one higher; a held-back one
      * goes there unchanged, so it stays on the books until someone
      * deals with it. The run lists every request ID on SYSPRINT as
      * recovered, failed again or held back, with totals at the end.
      *
      * A service with a live canary candidate on its row (see
      * JAVASVCR) has its calls split between the current and the
      * candidate real program in the row's proportion, the same as
      * online, and the audit record names whichever one was called.
      * The run only reads JAVASVCF, so the trial counts and the
      * fallback on the row are left to JAVACICS (a structured run
      * picks up an online fallback from the next record on). The run
      * keeps its own tally of each candidate's calls and failures
      * on the same rule, though, and once a candidate reaches the
      * row's fail limit it stops routing to it for the rest of the
      * run and says so on SYSOUT - so a service called only from
      * batch never keeps feeding a failing candidate to the end.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-OUTPUT-FILE-STATUS.
      * A resubmission run reads SYSUT1 as a reject dataset instead -
      * the longer JAVA-BATCH-REJECT record - so the same DD has a
      * second file for it; only one of the two is ever opened.
           SELECT JAVA-RESUB-FILE  ASSIGN TO SYSUT1
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT JAVA-REJECT-FILE ASSIGN TO JAVAREJ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT REPORT-FILE      ASSIGN TO SYSPRINT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-REPORT-FILE-STATUS.
           SELECT JAVA-SVC-FILE    ASSIGN TO JAVASVCF
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS SVC-LOGICAL-NAME
                                    FILE STATUS IS WS-SVC-FILE-STATUS.
           SELECT JAVA-MNT-FILE    ASSIGN TO JAVAMNTF
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS MNT-KEY
                                    FILE STATUS IS WS-MNT-FILE-STATUS.
           SELECT JAVA-ENT-FILE    ASSIGN TO JAVAENTF
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS ENT-KEY
                                    FILE STATUS IS WS-ENT-FILE-STATUS.
           SELECT JAVA-ENU-FILE    ASSIGN TO JAVAENUF
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS ENU-KEY
                                    FILE STATUS IS WS-ENU-FILE-STATUS.
           SELECT JAVA-CKPT-FILE   ASSIGN TO JAVACKPT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CKPT-FILE-STATUS.
           RECORD CONTAINS 32000 CHARACTERS.
       01  JAVA-OUTPUT-RECORD         PIC X(32000).

      * Both record lengths must track LENGTH OF JAVA-BATCH-REJECT.
       FD  JAVA-RESUB-FILE
           RECORDING MODE F
           RECORD CONTAINS 32072 CHARACTERS.
       01  JAVA-RESUB-RECORD          PIC X(32072).

       FD  JAVA-REJECT-FILE
           RECORDING MODE F
           RECORD CONTAINS 32072 CHARACTERS.
       01  JAVA-REJECT-RECORD         PIC X(32072).

       FD  REPORT-FILE
           RECORDING MODE F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE                PIC X(133).

       FD  JAVA-SVC-FILE.
       COPY JAVASVCR.

       FD  JAVA-MNT-FILE.
       COPY JAVAMNT.

       FD  JAVA-ENT-FILE.
       COPY JAVAENT.

       FD  JAVA-ENU-FILE.
       COPY JAVAENU.

       FD  JAVA-CKPT-FILE
           RECORDING MODE F
           RECORD CONTAINS 17 CHARACTERS.
       01  WORK-FIELDS.
           05  WS-JAVA-PROGRAM     PIC X(8).
           05  WS-REAL-PROGRAM     PIC X(8).
           05  WS-CURRENT-PROGRAM  PIC X(8).
           05  WS-CAND-PROGRAM     PIC X(8) VALUE SPACES.
           05  WS-CAND-PCT         PIC S9(4) COMP VALUE 0.
           05  WS-CAND-STATE       PIC X(1) VALUE SPACE.
               88  CAND-IS-ACTIVE      VALUE ' '.
           05  WS-CAND-SERVICE     PIC X(8) VALUE SPACES.
           05  WS-CAND-FAIL-LIMIT  PIC S9(4) COMP VALUE 0.
           05  WS-CAND-MIN-CALLS   PIC S9(4) COMP VALUE 0.
           05  WS-CAND-FAIL-RATE   PIC S9(4) COMP VALUE 0.
           05  WS-ROUTE-QUOTIENT   PIC S9(9) COMP.
           05  WS-ROUTE-BUCKET     PIC S9(4) COMP.
           05  WS-ROUTE-SWITCH     PIC X(1) VALUE 'P'.
               88  ROUTED-TO-CANDIDATE VALUE 'C'.
               88  ROUTED-TO-CURRENT   VALUE 'P'.
           05  WS-CANARY-COUNT     PIC S9(4) COMP VALUE 0.
           05  WS-CANARY-ADD-SWITCH PIC X(1) VALUE 'N'.
               88  CANARY-ROW-ADD-FAILED VALUE 'Y'.
           05  WS-CANARY-FULL-SWITCH PIC X(1) VALUE 'N'.
               88  CANARY-TABLE-FULL-NOTED VALUE 'Y'.
           05  WS-DISP-CAND-RATE   PIC ZZ9.
           05  WS-DISP-CAND-LIMIT  PIC ZZ9.
           05  WS-DISP-CAND-CALLS  PIC Z(8)9.
           05  WS-ASYNC-TRANID     PIC X(4).
           05  WS-IS-SIMULATED     PIC X(1) VALUE 'N'.
               88  SERVICE-IS-SIMULATED  VALUE 'Y'.
               88  WS-AUDB-FILE-OK     VALUE '00'.
           05  WS-AUDB-OPEN-SWITCH PIC X(1) VALUE 'N'.
               88  WS-AUDB-IS-OPEN     VALUE 'Y'.
           05  WS-REJ-FILE-STATUS  PIC X(2).
               88  WS-REJ-FILE-OK      VALUE '00'.
           05  WS-REJ-OPEN-SWITCH  PIC X(1) VALUE 'N'.
               88  WS-REJ-IS-OPEN      VALUE 'Y'.
           05  WS-REJ-WRITE-SWITCH PIC X(1) VALUE 'N'.
               88  WS-REJ-WRITE-FAILED VALUE 'Y'.
           05  WS-REPORT-FILE-STATUS PIC X(2).
               88  WS-REPORT-FILE-OK   VALUE '00'.
           05  WS-MNT-FILE-STATUS  PIC X(2).
               88  WS-MNT-FILE-OK      VALUE '00'.
           05  WS-MNT-OPEN-SWITCH  PIC X(1) VALUE 'N'.
               88  WS-MNT-IS-OPEN      VALUE 'Y'.
           05  WS-ENT-FILE-STATUS  PIC X(2).
               88  WS-ENT-FILE-OK      VALUE '00'.
               88  WS-ENT-FILE-MISSING VALUE '35'.
           05  WS-ENT-OPEN-SWITCH  PIC X(1) VALUE 'N'.
               88  WS-ENT-IS-OPEN      VALUE 'Y'.
           05  WS-ENU-FILE-STATUS  PIC X(2).
               88  WS-ENU-FILE-OK      VALUE '00'.
               88  WS-ENU-ROW-NOT-FOUND VALUE '23'.
               88  WS-ENU-FILE-MISSING VALUE '35'.
           05  WS-ENU-OPEN-SWITCH  PIC X(1) VALUE 'N'.
               88  WS-ENU-IS-OPEN      VALUE 'Y'.
      * The run as a consumer on the entitlement matrix - see the
      * program banner and ESTABLISH-JAVA-PROGRAM-FROM-PARM.
           05  WS-CONSUMER-TYPE    PIC X(1) VALUE 'J'.
           05  WS-CONSUMER-NAME    PIC X(48) VALUE 'BATC'.
           05  WS-ENT-SERVICE      PIC X(8).
           05  WS-ENT-ALLOWANCE    PIC S9(9) COMP VALUE 0.
           05  WS-ENT-ROW-SWITCH   PIC X(1) VALUE 'N'.
               88  ENT-ROW-WAS-FOUND   VALUE 'Y'.
           05  WS-USAGE-KIND       PIC X(1).
               88  USAGE-IS-DENIAL     VALUE 'D'.
               88  USAGE-IS-CHARGE     VALUE 'C'.
           05  WS-ENU-ROW-STATE    PIC X(1).
               88  ENU-ROW-FOUND       VALUE 'F'.
               88  ENU-ROW-NEW         VALUE 'N'.
               88  ENU-ROW-UNAVAILABLE VALUE 'U'.
      * Whether the current record's service row was on JAVASVCF at
      * all - a disabled service inside a maintenance window is
      * answered as in maintenance, not as not-authorized.
           05  WS-SVC-ROW-SWITCH   PIC X(1) VALUE 'N'.
               88  SVC-ROW-WAS-FOUND   VALUE 'Y'.
           05  WS-WINDOW-STATE     PIC X(1) VALUE 'N'.
               88  NO-MAINT-WINDOW         VALUE 'N'.
               88  MAINT-WINDOW-REJECTS    VALUE 'R'.
               88  MAINT-WINDOW-SIMULATES  VALUE 'S'.
           05  WS-WINDOW-SERVICE   PIC X(8).
           05  WS-NOW-STAMP.
               10  WS-NOW-DATE     PIC 9(8).
               10  WS-NOW-TIME     PIC 9(6).
           05  WS-OUTCOME          PIC X(8).
           05  WS-DISP-RETURN-CODE PIC -(4)9.
           05  WS-DISP-INPUT-L     PIC Z(8)9.
           05  WS-MODE-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-STRUCTURED-MODE    VALUE 'Y'.
           05  WS-REQUEST-ID       PIC X(16) VALUE SPACES.
      * Resubmission mode (PARM '+') - see the program banner. The
      * limit is the number of failed resubmissions after which a
      * request is held back instead of called again.
           05  WS-RESUBMIT-SWITCH  PIC X(1) VALUE 'N'.
               88  WS-RESUBMIT-MODE      VALUE 'Y'.
           05  WS-RESUBMIT-LIMIT   PIC 9(2) VALUE 3.
           05  WS-HELD-SWITCH      PIC X(1) VALUE 'N'.
               88  REQUEST-IS-HELD-BACK  VALUE 'Y'.
           05  WS-PRIOR-RESUBMITS  PIC 9(3) VALUE 0.
           05  WS-REJECT-COUNT     PIC S9(9) COMP VALUE 0.
           05  WS-RECOVERED-COUNT  PIC S9(9) COMP VALUE 0.
           05  WS-FAILED-AGAIN-COUNT PIC S9(9) COMP VALUE 0.
           05  WS-HELD-BACK-COUNT  PIC S9(9) COMP VALUE 0.
           05  WS-DISP-REJECT-COUNT PIC Z(8)9.
      * A classic-mode request has no ID of its own - its reject
      * record is given 'REC' and its SYSUT1 record number.
           05  WS-CLASSIC-REQUEST-ID.
               10  FILLER          PIC X(3) VALUE 'REC'.
               10  WS-CLASSIC-RECORD-NO PIC 9(9).
               10  FILLER          PIC X(4) VALUE SPACES.
      * The service the CURRENT structured record named (see
      * PARSE-STRUCTURED-REQUEST) - kept apart from WS-JAVA-PROGRAM,
      * which holds the '*' for the whole run, so the run summary
           05  WS-DISP-ELAPSED-MS  PIC Z(8)9.
           05  WS-DISP-TARGET-MS   PIC Z(8)9.

      * This run's own tally of each canary candidate it has routed
      * to, per service and candidate (a structured run can meet
      * several) - see CHOOSE-SERVICE-PROGRAM and TRACK-CANDIDATE-
      * OUTCOME.
       01  WS-CANARY-TALLY-TABLE.
           05  WS-CANARY-TALLY OCCURS 50 TIMES
                               INDEXED BY WS-CANARY-IDX.
               10  WS-CNT-SERVICE      PIC X(8).
               10  WS-CNT-CAND-PROGRAM PIC X(8).
               10  WS-CNT-CALLS        PIC S9(9) COMP VALUE 0.
               10  WS-CNT-FAILS        PIC S9(9) COMP VALUE 0.
               10  WS-CNT-STATE        PIC X(1) VALUE ' '.
                   88  CNT-FELL-BACK       VALUE 'F'.

      * One day's worth of hundredths of a second - added back in
      * when a call straddles midnight and the end-of-call clock
      * reads lower than the start-of-call one.
           05  WS-CLOCK-SS         PIC 9(2).
           05  WS-CLOCK-HUND       PIC 9(2).

       01  WS-RESUBMIT-HEADING-1.
           05  FILLER              PIC X(34) VALUE
               'JAVABAT RESUBMISSION RUN - LIMIT '.
           05  WS-RSH-LIMIT        PIC Z9.
           05  FILLER              PIC X(13) VALUE
               ' RESUBMITS   '.
           05  FILLER              PIC X(5) VALUE 'DATE '.
           05  WS-RSH-DATE         PIC 9(8).
       01  WS-RESUBMIT-HEADING-2.
           05  FILLER              PIC X(18) VALUE 'REQUEST ID'.
           05  FILLER              PIC X(10) VALUE 'SERVICE'.
           05  FILLER              PIC X(7)  VALUE 'PRIOR'.
           05  FILLER              PIC X(14) VALUE 'RESULT'.
           05  FILLER              PIC X(7)  VALUE 'RC'.
           05  FILLER              PIC X(8)  VALUE 'STEP'.
       01  WS-RESUBMIT-LINE.
           05  WS-RSL-REQUEST-ID   PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RSL-SERVICE      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RSL-PRIOR        PIC ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RSL-RESULT       PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RSL-RC           PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RSL-STEP         PIC X(8).
       01  WS-RESUBMIT-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE 'RECOVERED '.
           05  WS-RST-RECOVERED    PIC Z(8)9.
           05  FILLER              PIC X(16) VALUE
               '   FAILED AGAIN '.
           05  WS-RST-FAILED       PIC Z(8)9.
           05  FILLER              PIC X(13) VALUE
               '   HELD BACK '.
           05  WS-RST-HELD         PIC Z(8)9.

       01  JAVA-INPUT-AREA.
           05  FILLER              PIC X OCCURS 1 TO 32000
                                    DEPENDING ON WS-INPUT-L.
       LINKAGE SECTION.
       01  JCL-PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP.
           05  PARM-DATA           PIC X(17).
      ***************************************************************
       PROCEDURE DIVISION USING JCL-PARM-AREA.
      ***************************************************************
           SET JAVA-RC-OK IN WS-STATUS-AREA       TO TRUE.
           SET JAVA-TRUNCATION-NONE IN WS-STATUS-AREA TO TRUE.

           PERFORM OPEN-ENTITLEMENT-FILES.

      * A structured run has no run-level service - each record is
      * authorized on its own in AUTHORIZE-ONE-RECORD-SERVICE, off
      * the service file OPEN-BATCH-FILES holds open for the run.
           IF NOT WS-STRUCTURED-MODE AND JAVA-RC-OK IN WS-STATUS-AREA
              PERFORM CHECK-SERVICE-AUTHORIZATION
           END-IF.

              PERFORM UNTIL WS-AT-EOF
                 PERFORM PROCESS-ONE-INPUT-RECORD
              END-PERFORM
      * The status area still holds the last record's outcome; a
      * record that failed is already in WS-FAILURE-COUNT, so the
      * run itself has not failed and must not end with its RC.
              SET JAVA-RC-OK IN WS-STATUS-AREA TO TRUE
              IF WS-RESUBMIT-MODE
                 PERFORM PRINT-RESUBMIT-TOTALS
              END-IF
              PERFORM CLOSE-BATCH-FILES
           ELSE
      * Run-level failure (service not authorized, or a file would
              PERFORM AUDIT-JAVA-CALL
           END-IF.

           PERFORM CLOSE-ENTITLEMENT-FILES.

           MOVE WS-RECORD-COUNT  TO WS-DISP-RECORD-COUNT.
           MOVE WS-FAILURE-COUNT TO WS-DISP-FAILURE-COUNT.
           MOVE WS-REJECT-COUNT  TO WS-DISP-REJECT-COUNT.
           DISPLAY 'JAVABAT RUN SUMMARY: PROGRAM=' WS-JAVA-PROGRAM
                   ' PROCESSED=' WS-DISP-RECORD-COUNT
                   ' FAILED=' WS-DISP-FAILURE-COUNT
                   ' REJECTED=' WS-DISP-REJECT-COUNT.

           IF NOT JAVA-RC-OK IN WS-STATUS-AREA
              MOVE JAVA-RETURN-CODE IN WS-STATUS-AREA TO RETURN-CODE
              END-IF
           END-IF.

      * A resubmission run's JAVAREJ is the only copy of a request
      * that failed again; if one could not be written, end RC 8 or
      * more so JAVABRSJ keeps the replayed dataset for a rerun.
           IF WS-REJ-WRITE-FAILED AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.
      ***************************************************************
      ***************************************************************
      * leading '*' instead of a service name selects the structured
      * mixed-service mode (see JAVABRR) - the '*' stands in for the
      * program name on the run summary and checkpoint records,
      * since a mixed run has no one name to report. A leading '+'
      * selects the resubmission mode the same way, with an optional
      * resubmission limit in bytes 2-3. Bytes 10-17,
      * when given, name the job to the entitlement matrix.
      ***************************************************************
       ESTABLISH-JAVA-PROGRAM-FROM-PARM SECTION.
           MOVE SPACES            TO WS-JAVA-PROGRAM.
           IF PARM-LEN > ZERO AND PARM-DATA(1:1) = '*'
              SET WS-STRUCTURED-MODE TO TRUE
           END-IF.
           IF PARM-LEN > ZERO AND PARM-DATA(1:1) = '+'
              SET WS-STRUCTURED-MODE TO TRUE
              SET WS-RESUBMIT-MODE   TO TRUE
           END-IF.
           IF PARM-LEN > ZERO
              IF PARM-LEN > LENGTH OF WS-JAVA-PROGRAM
                 MOVE PARM-DATA(1:LENGTH OF WS-JAVA-PROGRAM)
                 IF PARM-DATA(9:1) = 'R' OR PARM-DATA(9:1) = 'r'
                    SET WS-RESTART-REQUESTED TO TRUE
                 END-IF
                 IF PARM-LEN > 9 AND PARM-LEN NOT > LENGTH OF PARM-DATA
                    IF PARM-DATA(10:PARM-LEN - 9) NOT = SPACES
                       MOVE PARM-DATA(10:PARM-LEN - 9)
                                    TO WS-CONSUMER-NAME
                    END-IF
                 END-IF
              ELSE
                 MOVE PARM-DATA(1:PARM-LEN) TO WS-JAVA-PROGRAM
              END-IF
           END-IF.
           IF WS-RESUBMIT-MODE AND WS-JAVA-PROGRAM(2:2) NUMERIC
                               AND WS-JAVA-PROGRAM(2:2) NOT = '00'
              MOVE WS-JAVA-PROGRAM(2:2) TO WS-RESUBMIT-LIMIT
           END-IF.

       ESTABLISH-JAVA-PROGRAM-FROM-PARM-EXIT.
           EXIT.
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET SVC-ROW-WAS-FOUND TO TRUE
                    IF SVC-IS-ENABLED
                       SET JAVA-RC-OK IN WS-STATUS-AREA TO TRUE
                       MOVE SPACES TO JAVA-FAILING-STEP
                                               IN WS-STATUS-AREA
                       MOVE SVC-REAL-PROGRAM    TO WS-REAL-PROGRAM
                       MOVE SVC-REAL-PROGRAM    TO WS-CURRENT-PROGRAM
                       MOVE SVC-CAND-PROGRAM    TO WS-CAND-PROGRAM
                       MOVE SVC-CAND-PCT        TO WS-CAND-PCT
                       MOVE SVC-CAND-STATE      TO WS-CAND-STATE
                       MOVE SVC-CAND-FAIL-LIMIT TO WS-CAND-FAIL-LIMIT
                       MOVE SVC-CAND-MIN-CALLS  TO WS-CAND-MIN-CALLS
                       MOVE SVC-LOGICAL-NAME    TO WS-CAND-SERVICE
                       MOVE SVC-ASYNC-TRANID    TO WS-ASYNC-TRANID
                       MOVE SVC-SIMULATE        TO WS-IS-SIMULATED
                       MOVE SVC-SIM-OUTPUT-L    TO WS-SIM-OUTPUT-L
              CLOSE JAVA-SVC-FILE
           END-IF.

           IF JAVA-RC-OK IN WS-STATUS-AREA
              MOVE WS-JAVA-PROGRAM TO WS-ENT-SERVICE
              PERFORM CHECK-CONSUMER-ENTITLEMENT
           END-IF.

       CHECK-SERVICE-AUTHORIZATION-EXIT.
           EXIT.
      ***************************************************************
      * already on SYSUT2 from the run being restarted are kept, and
      * JAVACKPT is opened EXTEND so new checkpoints are appended
      * after the ones already there rather than overwriting them.
      * JAVAREJ follows SYSUT2 - EXTEND on a restart, so the rejects
      * of the run being restarted are kept. It is optional to a
      * normal run (a step without the DD just keeps no reject
      * records, and says so) but not to a resubmission run, where
      * it is the only place a request that failed again survives.
      ***************************************************************
       OPEN-BATCH-FILES SECTION.
           IF WS-RESUBMIT-MODE
              OPEN INPUT JAVA-RESUB-FILE
           ELSE
              OPEN INPUT JAVA-INPUT-FILE
           END-IF.
           IF WS-STRUCTURED-MODE
              OPEN INPUT JAVA-SVC-FILE
              IF NOT WS-SVC-FILE-OK
              OPEN EXTEND JAVA-OUTPUT-FILE
              OPEN EXTEND JAVA-CKPT-FILE
              OPEN EXTEND JAVA-AUDIT-FILE
              OPEN EXTEND JAVA-REJECT-FILE
           ELSE
              OPEN OUTPUT JAVA-OUTPUT-FILE
              OPEN OUTPUT JAVA-CKPT-FILE
              OPEN OUTPUT JAVA-AUDIT-FILE
              OPEN OUTPUT JAVA-REJECT-FILE
           END-IF.
           IF WS-AUDB-FILE-OK
              SET WS-AUDB-IS-OPEN TO TRUE
           END-IF.
           IF WS-REJ-FILE-OK
              SET WS-REJ-IS-OPEN TO TRUE
           ELSE
              IF WS-RESUBMIT-MODE
                 MOVE 'OPENREJ' TO JAVA-FAILING-STEP IN WS-STATUS-AREA
                 SET JAVA-RC-IO-ERROR IN WS-STATUS-AREA TO TRUE
              ELSE
                 DISPLAY 'JAVABAT: NO JAVAREJ REJECT DATASET, '
                         'STATUS=' WS-REJ-FILE-STATUS
              END-IF
           END-IF.
           IF WS-RESUBMIT-MODE
              OPEN OUTPUT REPORT-FILE
              IF WS-REPORT-FILE-OK
                 PERFORM PRINT-RESUBMIT-HEADINGS
              ELSE
                 MOVE 'OPENPRT' TO JAVA-FAILING-STEP IN WS-STATUS-AREA
                 SET JAVA-RC-IO-ERROR IN WS-STATUS-AREA TO TRUE
              END-IF
           END-IF.

      * The maintenance calendar is optional - a step without the
      * JAVAMNTF DD (or a region with no calendar defined) runs as
      * though no window were ever booked, and says so on SYSOUT.
           OPEN INPUT JAVA-MNT-FILE.
           IF WS-MNT-FILE-OK
              SET WS-MNT-IS-OPEN TO TRUE
           ELSE
              DISPLAY 'JAVABAT: NO JAVAMNTF MAINTENANCE CALENDAR, '
                      'STATUS=' WS-MNT-FILE-STATUS
           END-IF.

           IF NOT WS-INPUT-FILE-OK
              MOVE 'OPENIN' TO JAVA-FAILING-STEP IN WS-STATUS-AREA
      ***************************************************************
      ***************************************************************
       CLOSE-BATCH-FILES SECTION.
           IF WS-RESUBMIT-MODE
              CLOSE JAVA-RESUB-FILE
              CLOSE REPORT-FILE
           ELSE
              CLOSE JAVA-INPUT-FILE
           END-IF.
           IF WS-REJ-IS-OPEN
              CLOSE JAVA-REJECT-FILE
              MOVE 'N' TO WS-REJ-OPEN-SWITCH
           END-IF.
           CLOSE JAVA-OUTPUT-FILE.
           CLOSE JAVA-CKPT-FILE.
           CLOSE JAVA-AUDIT-FILE.
           IF WS-STRUCTURED-MODE
              CLOSE JAVA-SVC-FILE
           END-IF.
           IF WS-MNT-IS-OPEN
              CLOSE JAVA-MNT-FILE
              MOVE 'N' TO WS-MNT-OPEN-SWITCH
           END-IF.

       CLOSE-BATCH-FILES-EXIT.
           EXIT.
           MOVE 0 TO WS-RECORD-COUNT.
           PERFORM UNTIL WS-AT-EOF
                        OR WS-RECORD-COUNT >= WS-RESTART-SKIP-COUNT
              IF WS-RESUBMIT-MODE
                 READ JAVA-RESUB-FILE
                    AT END
                       SET WS-AT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                 END-READ
              ELSE
                 READ JAVA-INPUT-FILE
                    AT END
                       SET WS-AT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                 END-READ
              END-IF
           END-PERFORM.

       SKIP-ALREADY-PROCESSED-RECORDS-EXIT.
           IF NOT WS-AT-EOF
              SET JAVA-RC-OK IN WS-STATUS-AREA TO TRUE
              MOVE SPACES TO JAVA-FAILING-STEP IN WS-STATUS-AREA
              MOVE 'N'    TO WS-WINDOW-STATE
              MOVE 'N'    TO WS-HELD-SWITCH
              MOVE 'P'    TO WS-ROUTE-SWITCH

              IF WS-STRUCTURED-MODE
                 IF WS-RESUBMIT-MODE
                    PERFORM PARSE-RESUBMITTED-REQUEST
                 ELSE
                    PERFORM PARSE-STRUCTURED-REQUEST
                 END-IF
              END-IF

              IF JAVA-RC-OK IN WS-STATUS-AREA
                          OR (JAVA-RC-NOT-AUTHORIZED IN WS-STATUS-AREA
                              AND SVC-ROW-WAS-FOUND)
                 PERFORM CHECK-MAINTENANCE-WINDOW
              END-IF

              IF JAVA-RC-OK IN WS-STATUS-AREA
                 PERFORM VALIDATE-SERVICE-REQUEST
              END-IF

      * The allowance is charged only once the record is clear to
      * go, so one turned away for any other reason (an invalid
      * request included) never uses up the job's allowance.
              IF JAVA-RC-OK IN WS-STATUS-AREA
                          AND WS-ENT-ALLOWANCE > ZERO
                 SET USAGE-IS-CHARGE TO TRUE
                 PERFORM COUNT-CONSUMER-USAGE
              END-IF

      * A record whose header, service or request contract did not
      * pass still gets its reply (carrying the return code) and
      * its audit record - only the call itself is skipped.
                 PERFORM MARK-CALL-START-TIME
                 PERFORM INVOKE-JAVA-PROGRAM
                 PERFORM MARK-CALL-END-TIME
                 IF ROUTED-TO-CANDIDATE
                    PERFORM TRACK-CANDIDATE-OUTCOME
                 END-IF
              ELSE
                 MOVE ZERO TO WS-OUTPUT-L
                 MOVE ZERO TO WS-CALL-ELAPSED-MS
              END-IF

      * The reject record goes out ahead of the reply - a restart
      * reruns every request whose reply is missing, so an abend
      * between the two can at worst reject a request twice, never
      * lose its reject record.
              IF NOT JAVA-RC-OK IN WS-STATUS-AREA
                 PERFORM WRITE-REJECT-RECORD
              END-IF
              PERFORM WRITE-OUTPUT-DATASET
              PERFORM AUDIT-JAVA-CALL
              IF WS-RESUBMIT-MODE
                 PERFORM PRINT-RESUBMIT-LINE
              END-IF

              IF WS-TARGET-MS > ZERO
                          AND WS-CALL-ELAPSED-MS >
      * explicit length in the header and is parsed untrimmed by
      * PARSE-STRUCTURED-REQUEST, so trailing spaces and binary
      * bytes survive.
      * A resubmission run's record is the reject record itself, kept
      * whole in JAVA-BATCH-REJECT for PARSE-RESUBMITTED-REQUEST and
      * for WRITE-REJECT-RECORD should it fail again.
       READ-ONE-INPUT-RECORD SECTION.
           MOVE 0                 TO WS-INPUT-L.

           IF WS-RESUBMIT-MODE
              READ JAVA-RESUB-FILE INTO JAVA-BATCH-REJECT
                 AT END
                    SET WS-AT-EOF TO TRUE
              END-READ
           ELSE
              READ JAVA-INPUT-FILE
                 AT END
                    SET WS-AT-EOF TO TRUE
              END-READ
           END-IF.

           IF NOT WS-AT-EOF AND NOT WS-STRUCTURED-MODE
              MOVE JAVA-INPUT-RECORD TO
           EXIT.
      ***************************************************************
      ***************************************************************
      * Resubmission counterpart to PARSE-STRUCTURED-REQUEST, off the
      * JAVA-BATCH-REJECT record (see JAVABRR). A request already
      * failed WS-RESUBMIT-LIMIT resubmissions is held back - not
      * authorized, not called, answered with RC 64 'HELDBACK' - and
      * otherwise the request is authorized and its payload moved
      * across exactly as the original run would have, up to the
      * full 32000 bytes a classic-mode reject can carry.
      ***************************************************************
       PARSE-RESUBMITTED-REQUEST SECTION.
           MOVE BRJ-SERVICE       TO WS-RECORD-SERVICE.
           MOVE BRJ-REQUEST-ID    TO WS-REQUEST-ID.
           MOVE ZERO              TO WS-PRIOR-RESUBMITS.
           MOVE SPACES            TO WS-REAL-PROGRAM.

           IF BRJ-REQUEST-L NOT NUMERIC
                       OR BRJ-REQUEST-L > LENGTH OF BRJ-PAYLOAD
                       OR BRJ-RESUBMIT-COUNT NOT NUMERIC
              MOVE 'REQHDR' TO JAVA-FAILING-STEP IN WS-STATUS-AREA
              SET JAVA-RC-IO-ERROR IN WS-STATUS-AREA TO TRUE
           ELSE
              MOVE BRJ-RESUBMIT-COUNT TO WS-PRIOR-RESUBMITS
              IF BRJ-RESUBMIT-COUNT NOT < WS-RESUBMIT-LIMIT
                 SET REQUEST-IS-HELD-BACK TO TRUE
                 MOVE 'HELDBACK' TO JAVA-FAILING-STEP IN WS-STATUS-AREA
                 SET JAVA-RC-HELD-BACK IN WS-STATUS-AREA TO TRUE
              ELSE
                 PERFORM AUTHORIZE-ONE-RECORD-SERVICE
                 IF JAVA-RC-OK IN WS-STATUS-AREA
                    MOVE BRJ-REQUEST-L TO WS-INPUT-L
                    IF WS-INPUT-L > ZERO
                       MOVE BRJ-PAYLOAD(1:WS-INPUT-L) TO
                             JAVA-INPUT-AREA(1:WS-INPUT-L)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       PARSE-RESUBMITTED-REQUEST-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Per-record counterpart to CHECK-SERVICE-AUTHORIZATION, read
      * against the service file OPEN-BATCH-FILES holds open for a
      * structured run - so a service disabled mid-run stops being
      ***************************************************************
       AUTHORIZE-ONE-RECORD-SERVICE SECTION.
           MOVE SPACES TO WS-REAL-PROGRAM.
           MOVE SPACES TO WS-CURRENT-PROGRAM.
           MOVE SPACES TO WS-CAND-PROGRAM.
           MOVE ZERO   TO WS-CAND-PCT.
           MOVE SPACE  TO WS-CAND-STATE.
           MOVE ZERO   TO WS-CAND-FAIL-LIMIT.
           MOVE ZERO   TO WS-CAND-MIN-CALLS.
           MOVE SPACES TO WS-CAND-SERVICE.
           MOVE SPACES TO WS-ASYNC-TRANID.
           MOVE 'N'    TO WS-IS-SIMULATED.
           MOVE ZERO   TO WS-SIM-OUTPUT-L.
           MOVE SPACE  TO WS-INPUT-RULE.
           MOVE ZERO   TO WS-INPUT-RULE-LEN.
           MOVE SPACES TO WS-INPUT-PREFIX.
           MOVE 'N'    TO WS-SVC-ROW-SWITCH.
           MOVE ZERO   TO WS-ENT-ALLOWANCE.

           MOVE WS-RECORD-SERVICE TO SVC-LOGICAL-NAME.
           READ JAVA-SVC-FILE
                 MOVE 'AUTH' TO JAVA-FAILING-STEP IN WS-STATUS-AREA
                 SET JAVA-RC-NOT-AUTHORIZED IN WS-STATUS-AREA TO TRUE
              NOT INVALID KEY
                 SET SVC-ROW-WAS-FOUND TO TRUE
                 IF SVC-IS-ENABLED
                    MOVE SVC-REAL-PROGRAM    TO WS-REAL-PROGRAM
                    MOVE SVC-REAL-PROGRAM    TO WS-CURRENT-PROGRAM
                    MOVE SVC-CAND-PROGRAM    TO WS-CAND-PROGRAM
                    MOVE SVC-CAND-PCT        TO WS-CAND-PCT
                    MOVE SVC-CAND-STATE      TO WS-CAND-STATE
                    MOVE SVC-CAND-FAIL-LIMIT TO WS-CAND-FAIL-LIMIT
                    MOVE SVC-CAND-MIN-CALLS  TO WS-CAND-MIN-CALLS
                    MOVE SVC-LOGICAL-NAME    TO WS-CAND-SERVICE
                    MOVE SVC-ASYNC-TRANID    TO WS-ASYNC-TRANID
                    MOVE SVC-SIMULATE        TO WS-IS-SIMULATED
                    MOVE SVC-SIM-OUTPUT-L    TO WS-SIM-OUTPUT-L
                 END-IF
           END-READ.

           IF JAVA-RC-OK IN WS-STATUS-AREA
              MOVE WS-RECORD-SERVICE TO WS-ENT-SERVICE
              PERFORM CHECK-CONSUMER-ENTITLEMENT
           END-IF.

       AUTHORIZE-ONE-RECORD-SERVICE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Batch counterpart to CHECK-MAINTENANCE-WINDOW on JAVACICS -
      * positions on (service, now) and reads the next calendar row;
      * since the key ends in the window's end stamp (see JAVAMNT),
      * that row is the window in force if it is for this service
      * and has already started. The clock is read per record, so a
      * window that opens partway through a long run takes effect
      * from the next record on. Only reached for an authorized
      * record or one whose service row is disabled; a simulate
      * window on a disabled service is turned away like a reject
      * window, the same as online.
      ***************************************************************
       CHECK-MAINTENANCE-WINDOW SECTION.
           IF WS-MNT-IS-OPEN
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
              IF WS-STRUCTURED-MODE
                 MOVE WS-RECORD-SERVICE TO WS-WINDOW-SERVICE
              ELSE
                 MOVE WS-JAVA-PROGRAM   TO WS-WINDOW-SERVICE
              END-IF
              MOVE WS-WINDOW-SERVICE    TO MNT-SERVICE
              MOVE WS-NOW-DATE          TO MNT-END-DATE
              MOVE WS-NOW-TIME          TO MNT-END-TIME
              START JAVA-MNT-FILE KEY IS NOT LESS THAN MNT-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ JAVA-MNT-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF MNT-SERVICE = WS-WINDOW-SERVICE
                             AND MNT-START-STAMP NOT > WS-NOW-STAMP
                             IF MNT-MODE-SIMULATE
                                SET MAINT-WINDOW-SIMULATES TO TRUE
                             ELSE
                                SET MAINT-WINDOW-REJECTS TO TRUE
                             END-IF
                          END-IF
                    END-READ
              END-START
           END-IF.

           IF MAINT-WINDOW-REJECTS
                       OR (MAINT-WINDOW-SIMULATES
                           AND JAVA-RC-NOT-AUTHORIZED IN WS-STATUS-AREA)
              MOVE 'MAINT' TO JAVA-FAILING-STEP IN WS-STATUS-AREA
              SET JAVA-RC-IN-MAINTENANCE IN WS-STATUS-AREA TO TRUE
           END-IF.

       CHECK-MAINTENANCE-WINDOW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The entitlement matrix and its usage file are optional, the
      * same as the maintenance calendar. A step without the JAVAENTF
      * DD does not check entitlement; a matrix that is there but
      * will not open stops the run rather than let its records
      * through unchecked. A step without JAVAENUF runs its records
      * uncounted - the allowance cannot be enforced without it - but
      * a usage file that is there and will not open stops the run
      * the same way, rather than let allowances go uncharged.
      ***************************************************************
       OPEN-ENTITLEMENT-FILES SECTION.
           OPEN INPUT JAVA-ENT-FILE.
           IF WS-ENT-FILE-OK
              SET WS-ENT-IS-OPEN TO TRUE
           ELSE
              IF WS-ENT-FILE-MISSING
                 DISPLAY 'JAVABAT: NO JAVAENTF ENTITLEMENT MATRIX, '
                         'STATUS=' WS-ENT-FILE-STATUS
              ELSE
                 DISPLAY 'JAVABAT: JAVAENTF OPEN FAILED, STATUS='
                         WS-ENT-FILE-STATUS
                 MOVE 'OPENENT' TO JAVA-FAILING-STEP IN WS-STATUS-AREA
                 SET JAVA-RC-IO-ERROR IN WS-STATUS-AREA TO TRUE
              END-IF
           END-IF.

           OPEN I-O JAVA-ENU-FILE.
           IF WS-ENU-FILE-OK
              SET WS-ENU-IS-OPEN TO TRUE
           ELSE
              IF WS-ENU-FILE-MISSING
                 DISPLAY 'JAVABAT: NO JAVAENUF USAGE FILE, '
                         'STATUS=' WS-ENU-FILE-STATUS
              ELSE
                 DISPLAY 'JAVABAT: JAVAENUF OPEN FAILED, STATUS='
                         WS-ENU-FILE-STATUS
                 IF JAVA-RC-OK IN WS-STATUS-AREA
                    MOVE 'OPENENU' TO JAVA-FAILING-STEP
                                      IN WS-STATUS-AREA
                    SET JAVA-RC-IO-ERROR IN WS-STATUS-AREA TO TRUE
                 END-IF
              END-IF
           END-IF.

       OPEN-ENTITLEMENT-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLOSE-ENTITLEMENT-FILES SECTION.
           IF WS-ENT-IS-OPEN
              CLOSE JAVA-ENT-FILE
              MOVE 'N' TO WS-ENT-OPEN-SWITCH
           END-IF.
           IF WS-ENU-IS-OPEN
              CLOSE JAVA-ENU-FILE
              MOVE 'N' TO WS-ENU-OPEN-SWITCH
           END-IF.

       CLOSE-ENTITLEMENT-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Batch counterpart to CHECK-CONSUMER-ENTITLEMENT on JAVACICS -
      * the job's own row for WS-ENT-SERVICE first, then the '*'
      * default row for batch jobs; a barred row, or neither row,
      * turns the call away as not entitled. Run once for a classic
      * run, per record for a structured one.
      ***************************************************************
       CHECK-CONSUMER-ENTITLEMENT SECTION.
           MOVE ZERO TO WS-ENT-ALLOWANCE.

           IF WS-ENT-IS-OPEN
              MOVE 'N'              TO WS-ENT-ROW-SWITCH
              MOVE WS-CONSUMER-TYPE TO ENT-CONSUMER-TYPE
              MOVE WS-CONSUMER-NAME TO ENT-CONSUMER
              MOVE WS-ENT-SERVICE   TO ENT-SERVICE
              READ JAVA-ENT-FILE
                 KEY IS ENT-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET ENT-ROW-WAS-FOUND TO TRUE
              END-READ
              IF NOT ENT-ROW-WAS-FOUND
                 MOVE WS-CONSUMER-TYPE TO ENT-CONSUMER-TYPE
                 MOVE '*'              TO ENT-CONSUMER
                 MOVE WS-ENT-SERVICE   TO ENT-SERVICE
                 READ JAVA-ENT-FILE
                    KEY IS ENT-KEY
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET ENT-ROW-WAS-FOUND TO TRUE
                 END-READ
              END-IF
              IF ENT-ROW-WAS-FOUND AND ENT-IS-ALLOWED
                 MOVE ENT-DAILY-ALLOWANCE TO WS-ENT-ALLOWANCE
              ELSE
                 MOVE 'ENTITLE' TO JAVA-FAILING-STEP IN WS-STATUS-AREA
                 SET JAVA-RC-NOT-ENTITLED IN WS-STATUS-AREA TO TRUE
                 SET USAGE-IS-DENIAL TO TRUE
                 PERFORM COUNT-CONSUMER-USAGE
              END-IF
           END-IF.

       CHECK-CONSUMER-ENTITLEMENT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Batch counterpart to COUNT-CONSUMER-USAGE on JAVACICS - counts
      * the call on today's JAVAENUF row for the job and service,
      * adding the row on its first call of the day. A charge within
      * the daily allowance is let through and counted, one past it
      * is turned away as over allowance; a denial is only tallied.
      * The clock is read per call, so a run that crosses midnight
      * starts the new day's allowance from the next record on.
      ***************************************************************
       COUNT-CONSUMER-USAGE SECTION.
           IF WS-ENU-IS-OPEN
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
              MOVE WS-NOW-DATE          TO ENU-DATE
              MOVE WS-CONSUMER-TYPE     TO ENU-CONSUMER-TYPE
              MOVE WS-CONSUMER-NAME     TO ENU-CONSUMER
              MOVE WS-ENT-SERVICE       TO ENU-SERVICE
              READ JAVA-ENU-FILE
                 KEY IS ENU-KEY
                 INVALID KEY
                    CONTINUE
              END-READ
              IF WS-ENU-FILE-OK
                 SET ENU-ROW-FOUND TO TRUE
              ELSE
                 IF WS-ENU-ROW-NOT-FOUND
                    SET ENU-ROW-NEW TO TRUE
                 ELSE
                    SET ENU-ROW-UNAVAILABLE TO TRUE
                 END-IF
              END-IF
           ELSE
              SET ENU-ROW-UNAVAILABLE TO TRUE
           END-IF.

           IF ENU-ROW-NEW
              INITIALIZE JAVA-ENTITLE-USAGE-RECORD
              MOVE WS-NOW-DATE          TO ENU-DATE
              MOVE WS-CONSUMER-TYPE     TO ENU-CONSUMER-TYPE
              MOVE WS-CONSUMER-NAME     TO ENU-CONSUMER
              MOVE WS-ENT-SERVICE       TO ENU-SERVICE
              MOVE WS-NOW-TIME          TO ENU-FIRST-TIME
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
              MOVE WS-NOW-TIME          TO ENU-LAST-TIME
           END-IF.

           IF ENU-ROW-FOUND
              REWRITE JAVA-ENTITLE-USAGE-RECORD
           END-IF.
           IF ENU-ROW-NEW
              WRITE JAVA-ENTITLE-USAGE-RECORD
           END-IF.
           IF (ENU-ROW-FOUND OR ENU-ROW-NEW) AND NOT WS-ENU-FILE-OK
              DISPLAY 'JAVABAT: JAVAENUF UPDATE FAILED, STATUS='
                      WS-ENU-FILE-STATUS
           END-IF.

       COUNT-CONSUMER-USAGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Batch counterpart to VALIDATE-SERVICE-REQUEST on JAVACICS -
      * the same JAVASVCF request contract (min/max input length,
      * numeric-only or required-prefix rule on the leading bytes)
      * Stub/playback mode - when SVC-SIMULATE is 'Y' on the service
      * row, the captured SVC-SIM-OUTPUT fixture is returned instead
      * of calling JAVAJVM, for DR exercises and service testing where
      * the real callee is unavailable or must not be touched. A
      * simulate-mode maintenance window answers the same way.
       INVOKE-JAVA-PROGRAM SECTION.
           IF SERVICE-IS-SIMULATED OR MAINT-WINDOW-SIMULATES
      * A service can be flagged simulated with no captured reply
      * (the SVMSOT chunks are optional on a JAVASVCM add) - at zero
      * length JAVA-OUTPUT-AREA cannot be touched at all (its ODO
                 MOVE 32000           TO WS-OUTPUT-L
              END-IF

              PERFORM CHOOSE-SERVICE-PROGRAM

              CALL 'JAVAJVM' USING     WS-REAL-PROGRAM
                                       JAVA-INPUT-AREA
                                       JAVA-OUTPUT-AREA
           EXIT.
      ***************************************************************
      ***************************************************************
      * Batch counterpart to CHOOSE-SERVICE-PROGRAM on JAVACICS - the
      * record number's last two digits pick the bucket (0-99) the
      * task number and call count pick online, so each record steps
      * on to the next bucket, and buckets below SVC-CAND-PCT go to
      * a live candidate. WS-REAL-PROGRAM is put back to the current
      * program first, since a classic run keeps it from one record
      * to the next. A candidate this run has already fallen back
      * from gets nothing more; nor does one the tally table has no
      * room for, since its failures could not be counted.
      ***************************************************************
       CHOOSE-SERVICE-PROGRAM SECTION.
           MOVE WS-CURRENT-PROGRAM TO WS-REAL-PROGRAM.
           SET ROUTED-TO-CURRENT TO TRUE.

           IF WS-CAND-PROGRAM NOT = SPACES
                       AND WS-CAND-PCT > ZERO
                       AND CAND-IS-ACTIVE
              PERFORM FIND-CANARY-TALLY-ROW
              IF NOT CANARY-ROW-ADD-FAILED
                 IF NOT CNT-FELL-BACK(WS-CANARY-IDX)
                    DIVIDE WS-RECORD-COUNT BY 100
                       GIVING WS-ROUTE-QUOTIENT
                       REMAINDER WS-ROUTE-BUCKET
                    IF WS-ROUTE-BUCKET < WS-CAND-PCT
                       MOVE WS-CAND-PROGRAM TO WS-REAL-PROGRAM
                       SET ROUTED-TO-CANDIDATE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHOOSE-SERVICE-PROGRAM-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Finds (or creates) the tally row for this service and
      * candidate, the same SEARCH/ADD-NEW-...-ROW table handling
      * the JAVARSP report uses.
      ***************************************************************
       FIND-CANARY-TALLY-ROW SECTION.
           MOVE 'N' TO WS-CANARY-ADD-SWITCH.
           SET WS-CANARY-IDX TO 1.
           SEARCH WS-CANARY-TALLY
              AT END
                 PERFORM ADD-NEW-CANARY-TALLY-ROW
              WHEN WS-CNT-SERVICE(WS-CANARY-IDX) = WS-CAND-SERVICE
                   AND WS-CNT-CAND-PROGRAM(WS-CANARY-IDX)
                          = WS-CAND-PROGRAM
                 CONTINUE
           END-SEARCH.

       FIND-CANARY-TALLY-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       ADD-NEW-CANARY-TALLY-ROW SECTION.
           IF WS-CANARY-COUNT < 50
              ADD 1 TO WS-CANARY-COUNT
              SET WS-CANARY-IDX TO WS-CANARY-COUNT
              MOVE WS-CAND-SERVICE TO WS-CNT-SERVICE(WS-CANARY-IDX)
              MOVE WS-CAND-PROGRAM
                        TO WS-CNT-CAND-PROGRAM(WS-CANARY-IDX)
           ELSE
              MOVE 'Y' TO WS-CANARY-ADD-SWITCH
              IF NOT CANARY-TABLE-FULL-NOTED
                 DISPLAY 'JAVABAT: WS-CANARY-TALLY-TABLE FULL AT 50 '
                         'CANDIDATES - FURTHER CANDIDATES NOT CALLED '
                         'THIS RUN'
                 SET CANARY-TABLE-FULL-NOTED TO TRUE
              END-IF
           END-IF.

       ADD-NEW-CANARY-TALLY-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Batch counterpart to TRACK-CANDIDATE-OUTCOME on JAVACICS -
      * only a clean call or a LINK failure/timeout counts, and once
      * SVC-CAND-MIN-CALLS calls have been made a failure rate at or
      * over SVC-CAND-FAIL-LIMIT percent (zero means never) falls the
      * candidate back for the rest of this run. With no CSMT to
      * write to, the notice goes to SYSOUT the way NOTIFY-SLOW-
      * SERVICE-CALL's does; the row itself is JAVACICS's to change.
      * WS-CANARY-IDX is still on the row CHOOSE-SERVICE-PROGRAM
      * found for this record.
      ***************************************************************
       TRACK-CANDIDATE-OUTCOME SECTION.
           IF JAVA-RC-OK IN WS-STATUS-AREA
                       OR JAVA-RC-LINK-FAILED IN WS-STATUS-AREA
                       OR JAVA-RC-TIMEOUT IN WS-STATUS-AREA
              ADD 1 TO WS-CNT-CALLS(WS-CANARY-IDX)
              IF NOT JAVA-RC-OK IN WS-STATUS-AREA
                 ADD 1 TO WS-CNT-FAILS(WS-CANARY-IDX)
              END-IF
              IF WS-CAND-FAIL-LIMIT > ZERO
                       AND WS-CNT-CALLS(WS-CANARY-IDX)
                              NOT LESS THAN WS-CAND-MIN-CALLS
                 COMPUTE WS-CAND-FAIL-RATE =
                    (WS-CNT-FAILS(WS-CANARY-IDX) * 100)
                       / WS-CNT-CALLS(WS-CANARY-IDX)
                 IF WS-CAND-FAIL-RATE NOT LESS THAN WS-CAND-FAIL-LIMIT
                    SET CNT-FELL-BACK(WS-CANARY-IDX) TO TRUE
                    PERFORM NOTIFY-CANDIDATE-FALLBACK
                 END-IF
              END-IF
           END-IF.

       TRACK-CANDIDATE-OUTCOME-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       NOTIFY-CANDIDATE-FALLBACK SECTION.
           MOVE WS-CAND-FAIL-RATE           TO WS-DISP-CAND-RATE.
           MOVE WS-CAND-FAIL-LIMIT          TO WS-DISP-CAND-LIMIT.
           MOVE WS-CNT-CALLS(WS-CANARY-IDX) TO WS-DISP-CAND-CALLS.
           DISPLAY 'JAVABAT CANARY FALLBACK: ' WS-CAND-SERVICE
                   ' CANDIDATE ' WS-CAND-PROGRAM
                   ' FAILED ' WS-DISP-CAND-RATE
                   '% OF ' WS-DISP-CAND-CALLS
                   ' CALLS (LIMIT ' WS-DISP-CAND-LIMIT
                   '%) - REST OF RUN TO ' WS-CURRENT-PROGRAM.

       NOTIFY-CANDIDATE-FALLBACK-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A zero-length reply still gets its (blank or header-only)
      * SYSUT2 record so the one-reply-per-request-in-order contract
      * holds, but the zero-length JAVA-OUTPUT-AREA itself is never
           EXIT.
      ***************************************************************
      ***************************************************************
      * Writes the failed request to JAVAREJ. A normal run builds the
      * reject record from the request as read - a structured record
      * keeps its own header and payload, a classic one gets its
      * service from PARM, a 'REC' request ID and the whole SYSUT1
      * record as payload with its trimmed length. A resubmission run
      * writes the record it read back out: with this failure's
      * return code and step and one more resubmission counted, or,
      * for a held-back request, exactly as it came in. A failed
      * reject write is reported and counted, the same as a failed
      * audit write.
      ***************************************************************
       WRITE-REJECT-RECORD SECTION.
           IF WS-REJ-IS-OPEN
              IF WS-RESUBMIT-MODE
                 IF NOT REQUEST-IS-HELD-BACK
                    PERFORM STAMP-REJECT-RECORD
                    IF BRJ-RESUBMIT-COUNT NUMERIC
                       ADD 1 TO BRJ-RESUBMIT-COUNT
                    ELSE
                       MOVE 1 TO BRJ-RESUBMIT-COUNT
                    END-IF
                 END-IF
              ELSE
                 MOVE SPACES TO JAVA-BATCH-REJECT
                 IF WS-STRUCTURED-MODE
                    MOVE JAVA-BATCH-REQUEST
                               (1:LENGTH OF BRJ-REQUEST-HDR)
                                       TO BRJ-REQUEST-HDR
                    MOVE BRQ-PAYLOAD   TO BRJ-PAYLOAD
                 ELSE
                    MOVE WS-JAVA-PROGRAM   TO BRJ-SERVICE
                    COMPUTE WS-CLASSIC-RECORD-NO = WS-RECORD-COUNT + 1
                    MOVE WS-CLASSIC-REQUEST-ID TO BRJ-REQUEST-ID
                    MOVE WS-INPUT-L        TO BRJ-REQUEST-L
                    MOVE JAVA-INPUT-RECORD TO BRJ-PAYLOAD
                 END-IF
                 MOVE ZERO TO BRJ-RESUBMIT-COUNT
                 PERFORM STAMP-REJECT-RECORD
              END-IF

              WRITE JAVA-REJECT-RECORD FROM JAVA-BATCH-REJECT
              IF WS-REJ-FILE-OK
                 ADD 1 TO WS-REJECT-COUNT
              ELSE
                 DISPLAY 'JAVABAT: REJECT WRITE FAILED, STATUS='
                         WS-REJ-FILE-STATUS ' ID=' BRJ-REQUEST-ID
                 ADD 1 TO WS-FAILURE-COUNT
                 IF WS-RESUBMIT-MODE
                    SET WS-REJ-WRITE-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.

       WRITE-REJECT-RECORD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       STAMP-REJECT-RECORD SECTION.
           MOVE JAVA-RETURN-CODE IN WS-STATUS-AREA
                                     TO BRJ-RETURN-CODE.
           MOVE JAVA-FAILING-STEP IN WS-STATUS-AREA
                                     TO BRJ-FAILING-STEP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BRJ-REJECT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BRJ-REJECT-TIME.
           MOVE WS-CONSUMER-NAME     TO BRJ-JOB-NAME.

       STAMP-REJECT-RECORD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The resubmission report on SYSPRINT - one line per request as
      * it is processed, then the totals. A held-back request shows
      * the return code and step of the failure that put it on the
      * reject dataset, not the HELDBACK reply it was given this run.
      ***************************************************************
       PRINT-RESUBMIT-HEADINGS SECTION.
           MOVE WS-RESUBMIT-LIMIT          TO WS-RSH-LIMIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RSH-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RESUBMIT-HEADING-1 TO
                 REPORT-LINE(1:LENGTH OF WS-RESUBMIT-HEADING-1).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RESUBMIT-HEADING-2 TO
                 REPORT-LINE(1:LENGTH OF WS-RESUBMIT-HEADING-2).
           WRITE REPORT-LINE.

       PRINT-RESUBMIT-HEADINGS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-RESUBMIT-LINE SECTION.
           MOVE WS-REQUEST-ID      TO WS-RSL-REQUEST-ID.
           MOVE WS-RECORD-SERVICE  TO WS-RSL-SERVICE.
           MOVE WS-PRIOR-RESUBMITS TO WS-RSL-PRIOR.
           IF JAVA-RC-OK IN WS-STATUS-AREA
              MOVE 'RECOVERED'     TO WS-RSL-RESULT
              ADD 1 TO WS-RECOVERED-COUNT
           ELSE
              IF REQUEST-IS-HELD-BACK
                 MOVE 'HELD BACK'  TO WS-RSL-RESULT
                 ADD 1 TO WS-HELD-BACK-COUNT
              ELSE
                 MOVE 'FAILED AGAIN' TO WS-RSL-RESULT
                 ADD 1 TO WS-FAILED-AGAIN-COUNT
              END-IF
           END-IF.
           IF REQUEST-IS-HELD-BACK
              MOVE BRJ-RETURN-CODE  TO WS-RSL-RC
              MOVE BRJ-FAILING-STEP TO WS-RSL-STEP
           ELSE
              MOVE JAVA-RETURN-CODE IN WS-STATUS-AREA TO WS-RSL-RC
              MOVE JAVA-FAILING-STEP IN WS-STATUS-AREA
                                    TO WS-RSL-STEP
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RESUBMIT-LINE TO
                 REPORT-LINE(1:LENGTH OF WS-RESUBMIT-LINE).
           WRITE REPORT-LINE.

       PRINT-RESUBMIT-LINE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-RESUBMIT-TOTALS SECTION.
           MOVE WS-RECOVERED-COUNT    TO WS-RST-RECOVERED.
           MOVE WS-FAILED-AGAIN-COUNT TO WS-RST-FAILED.
           MOVE WS-HELD-BACK-COUNT    TO WS-RST-HELD.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RESUBMIT-TOTAL-LINE TO
                 REPORT-LINE(1:LENGTH OF WS-RESUBMIT-TOTAL-LINE).
           WRITE REPORT-LINE.

       PRINT-RESUBMIT-TOTALS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Appends the current record count to JAVACKPT as a progress
      * trail - restart positioning itself comes from counting the
      * SYSUT2 replies (see ESTABLISH-RESTART-POSITION), so a failed
           MOVE JAVA-LAST-RESP2 IN WS-STATUS-AREA
                                    TO AUD-RESP2.
           IF JAVA-RC-OK IN WS-STATUS-AREA
              IF MAINT-WINDOW-SIMULATES
                 MOVE 'MAINTSIM'    TO AUD-OUTCOME
              ELSE
                 IF SERVICE-IS-SIMULATED
                    MOVE 'SIMULATD' TO AUD-OUTCOME
                 ELSE
                    MOVE 'SUCCESS'  TO AUD-OUTCOME
                 END-IF
              END-IF
           ELSE
              MOVE JAVA-FAILING-STEP IN WS-STATUS-AREA
