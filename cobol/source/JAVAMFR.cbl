      *****************************************************************
      * Daily monitoring forward reconciliation. Walks one day of
      * JAVAEVTF, the permanent operational event log (see JAVAEVT),
      * looks each event's type up on the JAVAMSV severity table the
      * same way JAVAEVTW does, and for every event that table says
      * should have gone to the enterprise monitoring queue checks
      * JAVAMFWF, the monitoring forward log (see JAVAMFW), for its
      * row:
      *   DELIVERED  a 'D' row - the queue took the alert
      *   HELD       only an 'H' row - the alert is still waiting on
      *              the JAVAMFWS resend sweep
      *   MISSING    no row at all - the alert was neither put nor
      *              held, or was put and its delivery not recorded
      * Held and missing events are listed one line each; a total
      * line per event type and a grand total follow, with the
      * suppressed events counted but never listed. A day whose
      * report lists nothing had every alert-worthy event delivered.
      *
      * The optional JCL PARM is the day to reconcile, in
      * EVT-KEY-DATE's own 7-digit EIBDATE format (0CYYDDD) like
      * JAVADSB. Omit it to reconcile yesterday - the normal shape,
      * scheduled each morning once the JAVAMFWS sweep has had the
      * night to clear anything held.
      *
      * RETURN-CODE 4 means the day has alerts held or missing - the
      * report needs reading; 0 that every alert was delivered. 8
      * means a read of either file failed partway, so the report is
      * incomplete; 16 means the run never started (bad PARM or a
      * file would not open).
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVAMFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JAVA-EVT-FILE    ASSIGN TO JAVAEVTF
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS EVT-KEY
                                    FILE STATUS IS WS-EVT-FILE-STATUS.
           SELECT JAVA-MFW-FILE    ASSIGN TO JAVAMFWF
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS MFW-KEY
                                    FILE STATUS IS WS-MFW-FILE-STATUS.
           SELECT REPORT-FILE      ASSIGN TO SYSPRINT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-REPORT-FILE-STATUS.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  JAVA-EVT-FILE.
       COPY JAVAEVT.

       FD  JAVA-MFW-FILE.
       COPY JAVAMFW.

       FD  REPORT-FILE
           RECORDING MODE F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE                 PIC X(133).
      ***************************************************************
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-EVT-FILE-STATUS      PIC X(2).
               88  WS-EVT-FILE-OK          VALUE '00'.
               88  WS-EVT-FILE-AT-END      VALUE '10'.
           05  WS-MFW-FILE-STATUS      PIC X(2).
               88  WS-MFW-FILE-OK          VALUE '00'.
               88  WS-MFW-NOT-FOUND        VALUE '23'.
           05  WS-REPORT-FILE-STATUS   PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                VALUE 'Y'.
           05  WS-RUN-FAILED-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-RUN-HAS-FAILED        VALUE 'Y'.
           05  WS-INCOMPLETE-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-REPORT-INCOMPLETE     VALUE 'Y'.
           05  WS-PARM-DIGITS-OK        PIC X(1) VALUE 'N'.
               88  PARM-DIGITS-ARE-OK       VALUE 'Y'.
           05  WS-PARM-IDX              PIC S9(4) COMP.
           05  WS-RUN-DATE              PIC 9(7) VALUE ZERO.
           05  WS-TODAY-YYYYMMDD        PIC 9(8).
           05  WS-WORK-INTEGER          PIC S9(9) COMP.
           05  WS-WORK-YYYYDDD          PIC 9(7).
           05  WS-SEVERITY-FOUND        PIC X(1).
               88  SEVERITY-WAS-FOUND       VALUE 'Y'.
           05  WS-FORWARD-OUTCOME       PIC X(1).
               88  OUTCOME-SUPPRESSED       VALUE 'S'.
               88  OUTCOME-DELIVERED        VALUE 'D'.
               88  OUTCOME-HELD             VALUE 'H'.
               88  OUTCOME-MISSING          VALUE 'M'.
               88  OUTCOME-UNKNOWN          VALUE 'U'.
           05  WS-EVENT-SEVERITY        PIC 9(1).
           05  WS-TYPE-COUNT            PIC S9(4) COMP VALUE 0.
           05  WS-ROW-ADD-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-ROW-ADD-FAILED        VALUE 'Y'.
           05  WS-TABLE-FULL-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-TYPE-TABLE-FULL-NOTED VALUE 'Y'.
           05  WS-READ-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-PRINTED-COUNT         PIC S9(9) COMP VALUE 0.

      ***************************************************************
      * One row per event type seen on the day, in the order first
      * seen, plus the day's totals across all types.
      ***************************************************************
       01  WS-TYPE-TOTALS-TABLE.
           05  WS-TYPE-TOTALS OCCURS 50 TIMES
                              INDEXED BY WS-TYPE-IDX.
               10  WS-TOT-EVENT-TYPE    PIC X(8).
               10  WS-TOT-EVENTS        PIC S9(9) COMP VALUE 0.
               10  WS-TOT-SUPPRESSED    PIC S9(9) COMP VALUE 0.
               10  WS-TOT-DELIVERED     PIC S9(9) COMP VALUE 0.
               10  WS-TOT-HELD          PIC S9(9) COMP VALUE 0.
               10  WS-TOT-MISSING       PIC S9(9) COMP VALUE 0.

       01  WS-ALL-TOTALS.
           05  WS-ALL-EVENTS            PIC S9(9) COMP VALUE 0.
           05  WS-ALL-SUPPRESSED        PIC S9(9) COMP VALUE 0.
           05  WS-ALL-DELIVERED         PIC S9(9) COMP VALUE 0.
           05  WS-ALL-HELD              PIC S9(9) COMP VALUE 0.
           05  WS-ALL-MISSING           PIC S9(9) COMP VALUE 0.

      ***************************************************************
      * Monitoring severity table - see JAVAMSV.
      ***************************************************************
       COPY JAVAMSV.

       01  WS-REPORT-FIELDS.
           05  WS-DISP-COUNT            PIC Z(8)9.
           05  WS-DISP-ATTEMPTS         PIC Z(3)9.
           05  WS-DISP-REASON           PIC Z(8)9.
           05  WS-EVENT-TIME            PIC 9(7).
           05  FILLER REDEFINES WS-EVENT-TIME.
               10  FILLER               PIC X(1).
               10  WS-HHMMSS            PIC 9(6).
           05  FILLER REDEFINES WS-EVENT-TIME.
               10  FILLER               PIC X(1).
               10  WS-HHMMSS-HH         PIC X(2).
               10  WS-HHMMSS-MM         PIC X(2).
               10  WS-HHMMSS-SS         PIC X(2).
           05  WS-DISP-TIME.
               10  WS-DISP-HH           PIC X(2).
               10  FILLER               PIC X(1) VALUE ':'.
               10  WS-DISP-MM           PIC X(2).
               10  FILLER               PIC X(1) VALUE ':'.
               10  WS-DISP-SS           PIC X(2).

       01  WS-HEADING-LINE-1.
           05  FILLER PIC X(46) VALUE
               'JAVA MONITORING FORWARD RECONCILIATION - DAY '.
           05  WS-HDG-DATE              PIC 9(7).
       01  WS-HEADING-LINE-2.
           05  FILLER PIC X(10) VALUE 'TIME      '.
           05  FILLER PIC X(5)  VALUE 'SEQ  '.
           05  FILLER PIC X(9)  VALUE 'TYPE     '.
           05  FILLER PIC X(9)  VALUE 'SERVICE  '.
           05  FILLER PIC X(4)  VALUE 'SEV '.
           05  FILLER PIC X(10) VALUE 'STATUS    '.
           05  FILLER PIC X(9)  VALUE 'ATTEMPTS '.
           05  FILLER PIC X(11) VALUE '    REASON '.
           05  FILLER PIC X(10) VALUE 'HELD SINCE'.
       01  WS-DETAIL-LINE.
           05  WS-DET-TIME              PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-DET-SEQ               PIC 9(3).
           05  FILLER                   PIC X(2).
           05  WS-DET-TYPE              PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-DET-SERVICE           PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-DET-SEVERITY          PIC 9(1).
           05  FILLER                   PIC X(3).
           05  WS-DET-STATUS            PIC X(9).
           05  FILLER                   PIC X(1).
           05  WS-DET-ATTEMPTS          PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-DET-REASON            PIC X(9).
           05  FILLER                   PIC X(1).
           05  WS-DET-HELD-DATE         PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-DET-HELD-TIME         PIC X(8).
       01  WS-TOTAL-HEADING-LINE.
           05  FILLER PIC X(10) VALUE 'TYPE      '.
           05  FILLER PIC X(10) VALUE '    EVENTS'.
           05  FILLER PIC X(10) VALUE 'SUPPRESSED'.
           05  FILLER PIC X(10) VALUE ' DELIVERED'.
           05  FILLER PIC X(10) VALUE '      HELD'.
           05  FILLER PIC X(10) VALUE '   MISSING'.
       01  WS-TOTAL-LINE.
           05  WS-TOT-LINE-TYPE         PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-TOT-LINE-EVENTS       PIC X(10).
           05  WS-TOT-LINE-SUPPRESSED   PIC X(10).
           05  WS-TOT-LINE-DELIVERED    PIC X(10).
           05  WS-TOT-LINE-HELD         PIC X(10).
           05  WS-TOT-LINE-MISSING      PIC X(10).
           05  FILLER                   PIC X(2).
           05  WS-TOT-LINE-NOTE         PIC X(6).
       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X(13) VALUE
               'EVENTS READ  '.
           05  WS-SUM-READ              PIC X(9).
           05  FILLER                   PIC X(17) VALUE
               '   LINES PRINTED '.
           05  WS-SUM-PRINTED           PIC X(9).

       LINKAGE SECTION.
       01  JCL-PARM-AREA.
           05  PARM-LEN                 PIC S9(4) COMP.
           05  PARM-DATA                PIC X(7).
      ***************************************************************
       PROCEDURE DIVISION USING JCL-PARM-AREA.
      ***************************************************************
       MAIN-PROCESSING SECTION.
           PERFORM ESTABLISH-REPORT-DAY.

           IF NOT WS-RUN-HAS-FAILED
              PERFORM OPEN-REPORT-FILES
           END-IF.

           IF WS-RUN-HAS-FAILED
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM PRINT-REPORT-HEADINGS
              PERFORM READ-AND-RECONCILE-EVENTS
              PERFORM PRINT-TYPE-TOTAL-LINES
              IF WS-REPORT-INCOMPLETE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-ALL-HELD > ZERO OR WS-ALL-MISSING > ZERO
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

           PERFORM CLOSE-REPORT-FILES.
           STOP RUN.
      ***************************************************************
      ***************************************************************
      * PARM is a 0CYYDDD day, or nothing for yesterday - today less
      * one day, turned into the EIBDATE format the same way JAVADSB
      * does.
      ***************************************************************
       ESTABLISH-REPORT-DAY SECTION.
           IF PARM-LEN = ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
              COMPUTE WS-WORK-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 1
              COMPUTE WS-WORK-YYYYDDD =
                 FUNCTION DAY-OF-INTEGER(WS-WORK-INTEGER)
              COMPUTE WS-RUN-DATE = WS-WORK-YYYYDDD - 1900000
           ELSE
              IF PARM-LEN NOT = LENGTH OF PARM-DATA
                 DISPLAY 'JAVAMFR: PARM MUST BE THE DAY TO REPORT AS '
                         '0CYYDDD, OR OMITTED FOR YESTERDAY'
                 SET WS-RUN-HAS-FAILED TO TRUE
              ELSE
                 MOVE 'Y' TO WS-PARM-DIGITS-OK
                 PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                           UNTIL WS-PARM-IDX > PARM-LEN
                    IF PARM-DATA(WS-PARM-IDX:1) NOT NUMERIC
                       MOVE 'N' TO WS-PARM-DIGITS-OK
                    END-IF
                 END-PERFORM
                 IF PARM-DIGITS-ARE-OK
                    MOVE PARM-DATA TO WS-RUN-DATE
                 ELSE
                    DISPLAY 'JAVAMFR: PARM IS NOT A VALID 0CYYDDD '
                            'DATE - ' PARM-DATA
                    SET WS-RUN-HAS-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.

       ESTABLISH-REPORT-DAY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       OPEN-REPORT-FILES SECTION.
           OPEN INPUT JAVA-EVT-FILE.
           OPEN INPUT JAVA-MFW-FILE.
           OPEN OUTPUT REPORT-FILE.

           IF NOT WS-EVT-FILE-OK
              DISPLAY 'JAVAMFR: JAVAEVTF OPEN FAILED, STATUS='
                      WS-EVT-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.
           IF NOT WS-MFW-FILE-OK
              DISPLAY 'JAVAMFR: JAVAMFWF OPEN FAILED, STATUS='
                      WS-MFW-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.
           IF NOT WS-REPORT-FILE-OK
              DISPLAY 'JAVAMFR: SYSPRINT OPEN FAILED, STATUS='
                      WS-REPORT-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.

       OPEN-REPORT-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLOSE-REPORT-FILES SECTION.
           IF WS-EVT-FILE-OK OR WS-EVT-FILE-AT-END
              CLOSE JAVA-EVT-FILE
           END-IF.
           IF WS-MFW-FILE-OK OR WS-MFW-NOT-FOUND
              CLOSE JAVA-MFW-FILE
           END-IF.
           IF WS-REPORT-FILE-OK
              CLOSE REPORT-FILE
           END-IF.

       CLOSE-REPORT-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE(1:53).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE(1:77).
           WRITE REPORT-LINE.

       PRINT-REPORT-HEADINGS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Browses the day out of JAVAEVTF - START at its first event,
      * stop at the first event of the next day.
      ***************************************************************
       READ-AND-RECONCILE-EVENTS SECTION.
           MOVE WS-RUN-DATE TO EVT-KEY-DATE.
           MOVE ZERO        TO EVT-KEY-TIME EVT-KEY-SEQ.
           START JAVA-EVT-FILE KEY IS NOT LESS THAN EVT-KEY
              INVALID KEY
                 SET WS-AT-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-AT-EOF
              READ JAVA-EVT-FILE NEXT RECORD
                 AT END
                    SET WS-AT-EOF TO TRUE
                 NOT AT END
                    IF EVT-KEY-DATE NOT = WS-RUN-DATE
                       SET WS-AT-EOF TO TRUE
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM RECONCILE-ONE-EVENT
                    END-IF
              END-READ
              IF NOT WS-AT-EOF AND NOT WS-EVT-FILE-OK
                 DISPLAY 'JAVAMFR: JAVAEVTF READ FAILED, STATUS='
                         WS-EVT-FILE-STATUS
                 SET WS-REPORT-INCOMPLETE TO TRUE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-PERFORM.

       READ-AND-RECONCILE-EVENTS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A JAVAMFWF read that fails outright leaves the event's
      * outcome unknown - it is counted in the event total only, and
      * the report is marked incomplete.
      ***************************************************************
       RECONCILE-ONE-EVENT SECTION.
           PERFORM LOOK-UP-EVENT-SEVERITY.

           IF NOT OUTCOME-SUPPRESSED
              PERFORM FIND-FORWARD-ROW
           END-IF.

           IF OUTCOME-HELD OR OUTCOME-MISSING
              PERFORM PRINT-ONE-EXCEPTION-LINE
           END-IF.

           PERFORM ACCUMULATE-ONE-TYPE-TOTAL.

       RECONCILE-ONE-EVENT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The same walk JAVAEVTW makes - the '*' row is the last in the
      * table, so it always stops, on the event's own row or on the
      * default.
      ***************************************************************
       LOOK-UP-EVENT-SEVERITY SECTION.
           MOVE 'N'  TO WS-SEVERITY-FOUND.
           MOVE SPACE TO WS-FORWARD-OUTCOME.
           MOVE ZERO TO WS-EVENT-SEVERITY.
           PERFORM VARYING MSV-IDX FROM 1 BY 1
                     UNTIL SEVERITY-WAS-FOUND
                        OR MSV-IDX > MSV-ENTRY-COUNT
              IF MSV-EVENT-TYPE(MSV-IDX) = EVT-TYPE
                          OR MSV-EVENT-TYPE(MSV-IDX) = '*'
                 SET SEVERITY-WAS-FOUND TO TRUE
                 IF MSV-IS-SUPPRESSED(MSV-IDX)
                    SET OUTCOME-SUPPRESSED TO TRUE
                 ELSE
                    MOVE MSV-SEVERITY(MSV-IDX) TO WS-EVENT-SEVERITY
                 END-IF
              END-IF
           END-PERFORM.

       LOOK-UP-EVENT-SEVERITY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The 'D' row settles it whether or not an 'H' row is still
      * there beside it (see JAVAMFW); only without one is the held
      * row looked for.
      ***************************************************************
       FIND-FORWARD-ROW SECTION.
           MOVE 'D'     TO MFW-STATE.
           MOVE EVT-KEY TO MFW-EVT-KEY.
           READ JAVA-MFW-FILE
              KEY IS MFW-KEY
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE TRUE
              WHEN WS-MFW-FILE-OK
                 SET OUTCOME-DELIVERED TO TRUE
              WHEN WS-MFW-NOT-FOUND
                 MOVE 'H'     TO MFW-STATE
                 MOVE EVT-KEY TO MFW-EVT-KEY
                 READ JAVA-MFW-FILE
                    KEY IS MFW-KEY
                    INVALID KEY
                       CONTINUE
                 END-READ
                 EVALUATE TRUE
                    WHEN WS-MFW-FILE-OK
                       SET OUTCOME-HELD TO TRUE
                    WHEN WS-MFW-NOT-FOUND
                       SET OUTCOME-MISSING TO TRUE
                    WHEN OTHER
                       PERFORM NOTE-FORWARD-READ-FAILED
                 END-EVALUATE
              WHEN OTHER
                 PERFORM NOTE-FORWARD-READ-FAILED
           END-EVALUATE.

       FIND-FORWARD-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       NOTE-FORWARD-READ-FAILED SECTION.
           DISPLAY 'JAVAMFR: JAVAMFWF READ FAILED, STATUS='
                   WS-MFW-FILE-STATUS ' EVENT=' EVT-KEY.
           SET OUTCOME-UNKNOWN TO TRUE.
           SET WS-REPORT-INCOMPLETE TO TRUE.

       NOTE-FORWARD-READ-FAILED-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A held event shows how many puts have been tried, the MQ
      * reason the last one failed with, and when it was first held.
      ***************************************************************
       PRINT-ONE-EXCEPTION-LINE SECTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE EVT-KEY-TIME        TO WS-EVENT-TIME.
           PERFORM EDIT-HHMMSS.
           MOVE WS-DISP-TIME        TO WS-DET-TIME.
           MOVE EVT-KEY-SEQ         TO WS-DET-SEQ.
           MOVE EVT-TYPE            TO WS-DET-TYPE.
           MOVE EVT-SERVICE         TO WS-DET-SERVICE.
           MOVE WS-EVENT-SEVERITY   TO WS-DET-SEVERITY.
           IF OUTCOME-HELD
              MOVE 'HELD'           TO WS-DET-STATUS
              MOVE MFW-ATTEMPTS     TO WS-DISP-ATTEMPTS
              MOVE WS-DISP-ATTEMPTS TO WS-DET-ATTEMPTS
              MOVE MFW-LAST-REASON  TO WS-DISP-REASON
              MOVE WS-DISP-REASON   TO WS-DET-REASON
              MOVE MFW-HELD-DATE    TO WS-DET-HELD-DATE
              MOVE MFW-HELD-TIME    TO WS-HHMMSS
              PERFORM EDIT-HHMMSS
              MOVE WS-DISP-TIME     TO WS-DET-HELD-TIME
           ELSE
              MOVE 'MISSING'        TO WS-DET-STATUS
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:84).
           WRITE REPORT-LINE.
           ADD 1 TO WS-PRINTED-COUNT.

       PRINT-ONE-EXCEPTION-LINE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       EDIT-HHMMSS SECTION.
           MOVE WS-HHMMSS-HH TO WS-DISP-HH.
           MOVE WS-HHMMSS-MM TO WS-DISP-MM.
           MOVE WS-HHMMSS-SS TO WS-DISP-SS.

       EDIT-HHMMSS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Finds (or creates) this event type's row in
      * WS-TYPE-TOTALS-TABLE, the same table handling JAVADSB uses
      * for its services. The grand totals are kept apart, so they
      * stay right even if the table fills.
      ***************************************************************
       ACCUMULATE-ONE-TYPE-TOTAL SECTION.
           ADD 1 TO WS-ALL-EVENTS.
           EVALUATE TRUE
              WHEN OUTCOME-SUPPRESSED
                 ADD 1 TO WS-ALL-SUPPRESSED
              WHEN OUTCOME-DELIVERED
                 ADD 1 TO WS-ALL-DELIVERED
              WHEN OUTCOME-HELD
                 ADD 1 TO WS-ALL-HELD
              WHEN OUTCOME-MISSING
                 ADD 1 TO WS-ALL-MISSING
           END-EVALUATE.

           MOVE 'N' TO WS-ROW-ADD-SWITCH.
           SET WS-TYPE-IDX TO 1.
           SEARCH WS-TYPE-TOTALS
              AT END
                 PERFORM ADD-NEW-TYPE-TOTAL-ROW
              WHEN WS-TYPE-IDX > WS-TYPE-COUNT
                 PERFORM ADD-NEW-TYPE-TOTAL-ROW
              WHEN WS-TOT-EVENT-TYPE(WS-TYPE-IDX) = EVT-TYPE
                 CONTINUE
           END-SEARCH.

           IF NOT WS-ROW-ADD-FAILED
              ADD 1 TO WS-TOT-EVENTS(WS-TYPE-IDX)
              EVALUATE TRUE
                 WHEN OUTCOME-SUPPRESSED
                    ADD 1 TO WS-TOT-SUPPRESSED(WS-TYPE-IDX)
                 WHEN OUTCOME-DELIVERED
                    ADD 1 TO WS-TOT-DELIVERED(WS-TYPE-IDX)
                 WHEN OUTCOME-HELD
                    ADD 1 TO WS-TOT-HELD(WS-TYPE-IDX)
                 WHEN OUTCOME-MISSING
                    ADD 1 TO WS-TOT-MISSING(WS-TYPE-IDX)
              END-EVALUATE
           END-IF.

       ACCUMULATE-ONE-TYPE-TOTAL-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       ADD-NEW-TYPE-TOTAL-ROW SECTION.
           IF WS-TYPE-COUNT < 50
              ADD 1 TO WS-TYPE-COUNT
              SET WS-TYPE-IDX TO WS-TYPE-COUNT
              MOVE EVT-TYPE TO WS-TOT-EVENT-TYPE(WS-TYPE-IDX)
           ELSE
              MOVE 'Y' TO WS-ROW-ADD-SWITCH
              IF NOT WS-TYPE-TABLE-FULL-NOTED
                 DISPLAY 'JAVAMFR: WS-TYPE-TOTALS-TABLE FULL AT 50 '
                         'TYPES - IN THE GRAND TOTAL ONLY'
                 SET WS-TYPE-TABLE-FULL-NOTED TO TRUE
              END-IF
           END-IF.

       ADD-NEW-TYPE-TOTAL-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-TYPE-TOTAL-LINES SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-HEADING-LINE TO REPORT-LINE(1:60).
           WRITE REPORT-LINE.

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                     UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
              MOVE SPACES TO WS-TOTAL-LINE
              MOVE WS-TOT-EVENT-TYPE(WS-TYPE-IDX) TO WS-TOT-LINE-TYPE
              MOVE WS-TOT-EVENTS(WS-TYPE-IDX)     TO WS-DISP-COUNT
              MOVE WS-DISP-COUNT         TO WS-TOT-LINE-EVENTS
              MOVE WS-TOT-SUPPRESSED(WS-TYPE-IDX) TO WS-DISP-COUNT
              MOVE WS-DISP-COUNT         TO WS-TOT-LINE-SUPPRESSED
              MOVE WS-TOT-DELIVERED(WS-TYPE-IDX)  TO WS-DISP-COUNT
              MOVE WS-DISP-COUNT         TO WS-TOT-LINE-DELIVERED
              MOVE WS-TOT-HELD(WS-TYPE-IDX)       TO WS-DISP-COUNT
              MOVE WS-DISP-COUNT         TO WS-TOT-LINE-HELD
              MOVE WS-TOT-MISSING(WS-TYPE-IDX)    TO WS-DISP-COUNT
              MOVE WS-DISP-COUNT         TO WS-TOT-LINE-MISSING
              MOVE SPACES TO REPORT-LINE
              MOVE WS-TOTAL-LINE TO REPORT-LINE(1:68)
              WRITE REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ALL'               TO WS-TOT-LINE-TYPE.
           MOVE WS-ALL-EVENTS       TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-TOT-LINE-EVENTS.
           MOVE WS-ALL-SUPPRESSED   TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-TOT-LINE-SUPPRESSED.
           MOVE WS-ALL-DELIVERED    TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-TOT-LINE-DELIVERED.
           MOVE WS-ALL-HELD         TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-TOT-LINE-HELD.
           MOVE WS-ALL-MISSING      TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-TOT-LINE-MISSING.
           IF WS-REPORT-INCOMPLETE
              MOVE 'INCOMP' TO WS-TOT-LINE-NOTE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE(1:68).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-READ-COUNT     TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT     TO WS-SUM-READ.
           MOVE WS-PRINTED-COUNT  TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT     TO WS-SUM-PRINTED.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE(1:48).
           WRITE REPORT-LINE.

       PRINT-TYPE-TOTAL-LINES-EXIT.
           EXIT.
