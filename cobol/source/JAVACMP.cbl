      *****************************************************************
      * Canary comparison report off JAVAUDH. For every service whose
      * JAVASVCF row carries a canary candidate (see SVC-CAND-PROGRAM
      * on JAVASVCR), it sets the candidate's calls against the
      * current real program's, side by side - the call count, how
      * many succeeded and the success rate, and the average and
      * maximum AUH-ELAPSED-MS - so whoever is rolling a new version
      * out can see whether to raise its percentage, leave it, or
      * take it off again. AUH-REAL-PROGRAM says which program served
      * each call; one that matches neither the current program nor
      * the candidate (a candidate since rekeyed, say) reports as
      * OTHER, so no call quietly drops out of the totals.
      *
      * Only calls that actually reached a program are compared -
      * SUCCESS outcomes, and the LINK-failed and timed-out return
      * codes - the same calls TRACK-CANDIDATE-OUTCOME on JAVACICS
      * counts towards the candidate's trial. Simulated replies,
      * rejected, throttled and maintenance-window calls say nothing
      * about either program and are left out.
      *
      * Each service's heading shows the candidate's split
      * percentage, fail limit, minimum calls and the trial counts
      * held on the row, and whether the candidate is still live or
      * has FELL BACK. A service with no candidate on its row, or no
      * row any more, is not reported.
      *
      * The optional JCL PARM is a run date in AUH-KEY-DATE's own
      * 7-digit EIBDATE format (0CYYDDD), the same PARM convention
      * JAVARSP uses. Omit the PARM to compare over the whole file,
      * which covers a trial running across several days.
      *
      * RC 4 means at least one candidate has fallen back; RC 16
      * means a file would not open and the report never ran.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVACMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JAVA-AUDIT-HIST-FILE ASSIGN TO JAVAUDH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS AUH-KEY
                                    FILE STATUS IS WS-AUH-FILE-STATUS.
           SELECT JAVA-SVC-FILE    ASSIGN TO JAVASVCF
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS SVC-LOGICAL-NAME
                                    FILE STATUS IS WS-SVC-FILE-STATUS.
           SELECT REPORT-FILE      ASSIGN TO SYSPRINT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-REPORT-FILE-STATUS.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  JAVA-AUDIT-HIST-FILE.
       COPY JAVAAUH.

       FD  JAVA-SVC-FILE.
       COPY JAVASVCR.

       FD  REPORT-FILE
           RECORDING MODE F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE                 PIC X(133).
      ***************************************************************
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-AUH-FILE-STATUS      PIC X(2).
               88  WS-AUH-FILE-OK          VALUE '00'.
           05  WS-SVC-FILE-STATUS      PIC X(2).
               88  WS-SVC-FILE-OK          VALUE '00'.
           05  WS-REPORT-FILE-STATUS   PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                VALUE 'Y'.
           05  WS-RUN-DATE              PIC 9(7) VALUE ZERO.
           05  WS-DATE-FILTER-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-DATE-FILTER-ACTIVE    VALUE 'Y'.
           05  WS-SVC-COUNT             PIC S9(4) COMP VALUE 0.
           05  WS-CMP-COUNT             PIC S9(4) COMP VALUE 0.
           05  WS-ROW-ADD-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-ROW-ADD-FAILED        VALUE 'Y'.
           05  WS-SVC-FULL-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-SVC-TABLE-FULL-NOTED  VALUE 'Y'.
           05  WS-CMP-FULL-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-CMP-TABLE-FULL-NOTED  VALUE 'Y'.
           05  WS-FALLBACK-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-FALLBACK-SEEN         VALUE 'Y'.
           05  WS-CALL-ROLE             PIC X(9).

      * One row per service seen on JAVAUDH, holding its candidate
      * settings off JAVASVCF as they stand now - read once, when the
      * service is first seen.
       01  WS-SVC-ROW-TABLE.
           05  WS-SVC-ROW OCCURS 50 TIMES
                          INDEXED BY WS-SVC-IDX.
               10  WS-SVR-LOGICAL-PROGRAM   PIC X(8).
               10  WS-SVR-REAL-PROGRAM      PIC X(8).
               10  WS-SVR-CAND-PROGRAM      PIC X(8).
               10  WS-SVR-CAND-PCT          PIC S9(4) COMP.
               10  WS-SVR-CAND-FAIL-LIMIT   PIC S9(4) COMP.
               10  WS-SVR-CAND-MIN-CALLS    PIC S9(4) COMP.
               10  WS-SVR-CAND-STATE        PIC X(1).
                   88  WS-SVR-FELL-BACK         VALUE 'F'.
               10  WS-SVR-CAND-CALLS        PIC S9(9) COMP.
               10  WS-SVR-CAND-FAILS        PIC S9(9) COMP.

      * One row per (service, real program) pair actually called.
       01  WS-CMP-STATS-TABLE.
           05  WS-CMP-STATS OCCURS 50 TIMES
                            INDEXED BY WS-CMP-IDX.
               10  WS-CMP-LOGICAL-PROGRAM   PIC X(8).
               10  WS-CMP-REAL-PROGRAM      PIC X(8).
               10  WS-CMP-ROLE              PIC X(9).
               10  WS-CMP-TOTAL-CALLS       PIC S9(9) COMP VALUE 0.
               10  WS-CMP-OK-CALLS          PIC S9(9) COMP VALUE 0.
               10  WS-CMP-ELAPSED-TOTAL     PIC S9(15) COMP VALUE 0.
               10  WS-CMP-ELAPSED-MAX       PIC S9(9) COMP VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-DISP-TOTAL            PIC Z(7)9.
           05  WS-DISP-OK               PIC Z(7)9.
           05  WS-DISP-SUCCESS-PCT      PIC Z(5)9.9.
           05  WS-DISP-AVG-MS           PIC Z(7)9.
           05  WS-DISP-MAX-MS           PIC Z(7)9.
           05  WS-AVG-WORK              PIC S9(15) COMP.
           05  WS-PCT-WORK              PIC S9(3)V9 COMP-3.

       01  WS-HEADING-LINE-1.
           05  FILLER PIC X(40) VALUE
               'JAVA SERVICE CANARY COMPARISON REPORT   '.
       01  WS-SERVICE-LINE.
           05  FILLER                   PIC X(8)  VALUE 'SERVICE '.
           05  WS-SVL-PROGRAM           PIC X(8).
           05  FILLER                   PIC X(13) VALUE
               '  CANDIDATE '.
           05  WS-SVL-CAND-PROGRAM      PIC X(8).
           05  FILLER                   PIC X(8)  VALUE '  SPLIT '.
           05  WS-SVL-PCT               PIC ZZ9.
           05  FILLER                   PIC X(14) VALUE
               '%  FAIL LIMIT '.
           05  WS-SVL-LIMIT             PIC ZZ9.
           05  FILLER                   PIC X(13) VALUE
               '%  MIN CALLS '.
           05  WS-SVL-MIN-CALLS         PIC ZZZ9.
           05  FILLER                   PIC X(8)  VALUE '  TRIAL '.
           05  WS-SVL-TRIAL-CALLS       PIC Z(8)9.
           05  FILLER                   PIC X(7)  VALUE ' CALLS '.
           05  WS-SVL-TRIAL-FAILS       PIC Z(8)9.
           05  FILLER                   PIC X(8)  VALUE ' FAILED '.
           05  WS-SVL-STATE             PIC X(9).
       01  WS-HEADING-LINE-2.
           05  FILLER PIC X(11) VALUE SPACES.
           05  FILLER PIC X(9)  VALUE 'ROLE     '.
           05  FILLER PIC X(9)  VALUE 'PROGRAM  '.
           05  FILLER PIC X(9)  VALUE 'CALLS    '.
           05  FILLER PIC X(9)  VALUE 'OK       '.
           05  FILLER PIC X(9)  VALUE 'SUCCESS% '.
           05  FILLER PIC X(9)  VALUE 'AVG-MS   '.
           05  FILLER PIC X(9)  VALUE 'MAX-MS   '.
       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(11).
           05  WS-DET-ROLE              PIC X(9).
           05  WS-DET-PROGRAM           PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-DET-TOTAL             PIC X(9).
           05  WS-DET-OK                PIC X(9).
           05  WS-DET-SUCCESS-PCT       PIC X(9).
           05  WS-DET-AVG-MS            PIC X(9).
           05  WS-DET-MAX-MS            PIC X(9).

       LINKAGE SECTION.
       01  JCL-PARM-AREA.
           05  PARM-LEN                 PIC S9(4) COMP.
           05  PARM-DATA                PIC X(7).
      ***************************************************************
       PROCEDURE DIVISION USING JCL-PARM-AREA.
      ***************************************************************
       MAIN-PROCESSING SECTION.
           PERFORM ESTABLISH-RUN-DATE-FILTER.
           PERFORM OPEN-COMPARISON-FILES.

           IF WS-AUH-FILE-OK AND WS-SVC-FILE-OK
                             AND WS-REPORT-FILE-OK
              PERFORM READ-AND-ACCUMULATE-AUDIT-HISTORY
              PERFORM PRINT-CANARY-COMPARISON-REPORT
              IF WS-FALLBACK-SEEN
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           ELSE
              MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM CLOSE-COMPARISON-FILES.
           STOP RUN.
      ***************************************************************
      ***************************************************************
       ESTABLISH-RUN-DATE-FILTER SECTION.
           IF PARM-LEN > ZERO
              MOVE PARM-DATA(1:PARM-LEN) TO WS-RUN-DATE
              SET WS-DATE-FILTER-ACTIVE TO TRUE
           END-IF.

       ESTABLISH-RUN-DATE-FILTER-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       OPEN-COMPARISON-FILES SECTION.
           OPEN INPUT JAVA-AUDIT-HIST-FILE.
           OPEN INPUT JAVA-SVC-FILE.
           OPEN OUTPUT REPORT-FILE.

       OPEN-COMPARISON-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLOSE-COMPARISON-FILES SECTION.
           IF WS-AUH-FILE-OK
              CLOSE JAVA-AUDIT-HIST-FILE
           END-IF.
           IF WS-SVC-FILE-OK
              CLOSE JAVA-SVC-FILE
           END-IF.
           IF WS-REPORT-FILE-OK
              CLOSE REPORT-FILE
           END-IF.

       CLOSE-COMPARISON-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Browses JAVAUDH in key order, the same START/stop-on-date
      * pattern READ-AND-ACCUMULATE-AUDIT-HISTORY on JAVARSP uses.
      * Only a call that reached a program goes any further.
      ***************************************************************
       READ-AND-ACCUMULATE-AUDIT-HISTORY SECTION.
           IF WS-DATE-FILTER-ACTIVE
              MOVE WS-RUN-DATE      TO AUH-KEY-DATE
              MOVE LOW-VALUES       TO AUH-KEY-TRANID
              MOVE ZEROS            TO AUH-KEY-TASKN AUH-KEY-TIME
                                       AUH-KEY-SEQ
              START JAVA-AUDIT-HIST-FILE KEY IS NOT LESS THAN AUH-KEY
                 INVALID KEY
                    SET WS-AT-EOF TO TRUE
              END-START
           END-IF.

           PERFORM UNTIL WS-AT-EOF
              READ JAVA-AUDIT-HIST-FILE NEXT RECORD
                 AT END
                    SET WS-AT-EOF TO TRUE
                 NOT AT END
                    IF WS-DATE-FILTER-ACTIVE
                       AND AUH-KEY-DATE NOT = WS-RUN-DATE
                       SET WS-AT-EOF TO TRUE
                    ELSE
                       IF AUH-OUTCOME = 'SUCCESS'
                                OR AUH-RETURN-CODE = 8
                                OR AUH-RETURN-CODE = 24
                          PERFORM ACCUMULATE-ONE-CALL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       READ-AND-ACCUMULATE-AUDIT-HISTORY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Finds (or creates) the service's row, and for a service with
      * a candidate on it, the (service, real program) row the call
      * is rolled into - the same SEARCH/ADD-NEW-...-ROW table
      * handling JAVARSP uses.
      ***************************************************************
       ACCUMULATE-ONE-CALL SECTION.
           MOVE 'N' TO WS-ROW-ADD-SWITCH.
           SET WS-SVC-IDX TO 1.
           SEARCH WS-SVC-ROW
              AT END
                 PERFORM ADD-NEW-SVC-ROW
              WHEN WS-SVR-LOGICAL-PROGRAM(WS-SVC-IDX)
                      = AUH-LOGICAL-PROGRAM
                 CONTINUE
           END-SEARCH.

           IF NOT WS-ROW-ADD-FAILED
              IF WS-SVR-CAND-PROGRAM(WS-SVC-IDX) NOT = SPACES
                 PERFORM ACCUMULATE-ONE-CMP-STATS
              END-IF
           END-IF.

       ACCUMULATE-ONE-CALL-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Picks the service's candidate settings up off its JAVASVCF
      * row - a service with no row any more is kept with a blank
      * candidate, so its calls are passed over without a re-read.
      ***************************************************************
       ADD-NEW-SVC-ROW SECTION.
           IF WS-SVC-COUNT < 50
              ADD 1 TO WS-SVC-COUNT
              SET WS-SVC-IDX TO WS-SVC-COUNT
              MOVE AUH-LOGICAL-PROGRAM
                        TO WS-SVR-LOGICAL-PROGRAM(WS-SVC-IDX)
              MOVE AUH-LOGICAL-PROGRAM TO SVC-LOGICAL-NAME
              READ JAVA-SVC-FILE
                 KEY IS SVC-LOGICAL-NAME
                 INVALID KEY
                    MOVE SPACES TO WS-SVR-REAL-PROGRAM(WS-SVC-IDX)
                    MOVE SPACES TO WS-SVR-CAND-PROGRAM(WS-SVC-IDX)
                 NOT INVALID KEY
                    MOVE SVC-REAL-PROGRAM
                           TO WS-SVR-REAL-PROGRAM(WS-SVC-IDX)
                    MOVE SVC-CAND-PROGRAM
                           TO WS-SVR-CAND-PROGRAM(WS-SVC-IDX)
                    MOVE SVC-CAND-PCT
                           TO WS-SVR-CAND-PCT(WS-SVC-IDX)
                    MOVE SVC-CAND-FAIL-LIMIT
                           TO WS-SVR-CAND-FAIL-LIMIT(WS-SVC-IDX)
                    MOVE SVC-CAND-MIN-CALLS
                           TO WS-SVR-CAND-MIN-CALLS(WS-SVC-IDX)
                    MOVE SVC-CAND-STATE
                           TO WS-SVR-CAND-STATE(WS-SVC-IDX)
                    MOVE SVC-CAND-CALLS
                           TO WS-SVR-CAND-CALLS(WS-SVC-IDX)
                    MOVE SVC-CAND-FAILS
                           TO WS-SVR-CAND-FAILS(WS-SVC-IDX)
              END-READ
           ELSE
              MOVE 'Y' TO WS-ROW-ADD-SWITCH
              IF NOT WS-SVC-TABLE-FULL-NOTED
                 DISPLAY 'JAVACMP: WS-SVC-ROW-TABLE FULL AT 50 '
                         'SERVICES - ADDITIONAL SERVICES OMITTED '
                         'FROM THIS REPORT'
                 SET WS-SVC-TABLE-FULL-NOTED TO TRUE
              END-IF
           END-IF.

       ADD-NEW-SVC-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Rolls the call into its (service, real program) row - a call
      * counts as OK on a zero AUH-RETURN-CODE.
      ***************************************************************
       ACCUMULATE-ONE-CMP-STATS SECTION.
           EVALUATE AUH-REAL-PROGRAM
              WHEN WS-SVR-REAL-PROGRAM(WS-SVC-IDX)
                 MOVE 'CURRENT'   TO WS-CALL-ROLE
              WHEN WS-SVR-CAND-PROGRAM(WS-SVC-IDX)
                 MOVE 'CANDIDATE' TO WS-CALL-ROLE
              WHEN OTHER
                 MOVE 'OTHER'     TO WS-CALL-ROLE
           END-EVALUATE.

           MOVE 'N' TO WS-ROW-ADD-SWITCH.
           SET WS-CMP-IDX TO 1.
           SEARCH WS-CMP-STATS
              AT END
                 PERFORM ADD-NEW-CMP-STATS-ROW
              WHEN WS-CMP-LOGICAL-PROGRAM(WS-CMP-IDX)
                      = AUH-LOGICAL-PROGRAM
                   AND WS-CMP-REAL-PROGRAM(WS-CMP-IDX)
                      = AUH-REAL-PROGRAM
                 CONTINUE
           END-SEARCH.

           IF NOT WS-ROW-ADD-FAILED
              ADD 1 TO WS-CMP-TOTAL-CALLS(WS-CMP-IDX)
              IF AUH-RETURN-CODE = ZERO
                 ADD 1 TO WS-CMP-OK-CALLS(WS-CMP-IDX)
              END-IF
              ADD AUH-ELAPSED-MS
                     TO WS-CMP-ELAPSED-TOTAL(WS-CMP-IDX)
              IF AUH-ELAPSED-MS > WS-CMP-ELAPSED-MAX(WS-CMP-IDX)
                 MOVE AUH-ELAPSED-MS
                        TO WS-CMP-ELAPSED-MAX(WS-CMP-IDX)
              END-IF
           END-IF.

       ACCUMULATE-ONE-CMP-STATS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       ADD-NEW-CMP-STATS-ROW SECTION.
           IF WS-CMP-COUNT < 50
              ADD 1 TO WS-CMP-COUNT
              SET WS-CMP-IDX TO WS-CMP-COUNT
              MOVE AUH-LOGICAL-PROGRAM
                        TO WS-CMP-LOGICAL-PROGRAM(WS-CMP-IDX)
              MOVE AUH-REAL-PROGRAM
                        TO WS-CMP-REAL-PROGRAM(WS-CMP-IDX)
              MOVE WS-CALL-ROLE TO WS-CMP-ROLE(WS-CMP-IDX)
           ELSE
              MOVE 'Y' TO WS-ROW-ADD-SWITCH
              IF NOT WS-CMP-TABLE-FULL-NOTED
                 DISPLAY 'JAVACMP: WS-CMP-STATS-TABLE FULL AT 50 '
                         'PROGRAMS - ADDITIONAL PROGRAMS OMITTED '
                         'FROM THIS REPORT'
                 SET WS-CMP-TABLE-FULL-NOTED TO TRUE
              END-IF
           END-IF.

       ADD-NEW-CMP-STATS-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-CANARY-COMPARISON-REPORT SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE(1:40).
           WRITE REPORT-LINE.

           SET WS-SVC-IDX TO 1.
           PERFORM WS-SVC-COUNT TIMES
              IF WS-SVR-CAND-PROGRAM(WS-SVC-IDX) NOT = SPACES
                 PERFORM PRINT-ONE-SERVICE-GROUP
              END-IF
              SET WS-SVC-IDX UP BY 1
           END-PERFORM.

       PRINT-CANARY-COMPARISON-REPORT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The service's heading with its candidate settings, then one
      * line per program it was served by - current first, then the
      * candidate, then any other.
      ***************************************************************
       PRINT-ONE-SERVICE-GROUP SECTION.
           MOVE WS-SVR-LOGICAL-PROGRAM(WS-SVC-IDX) TO WS-SVL-PROGRAM.
           MOVE WS-SVR-CAND-PROGRAM(WS-SVC-IDX)
                                        TO WS-SVL-CAND-PROGRAM.
           MOVE WS-SVR-CAND-PCT(WS-SVC-IDX)        TO WS-SVL-PCT.
           MOVE WS-SVR-CAND-FAIL-LIMIT(WS-SVC-IDX) TO WS-SVL-LIMIT.
           MOVE WS-SVR-CAND-MIN-CALLS(WS-SVC-IDX)
                                        TO WS-SVL-MIN-CALLS.
           MOVE WS-SVR-CAND-CALLS(WS-SVC-IDX)
                                        TO WS-SVL-TRIAL-CALLS.
           MOVE WS-SVR-CAND-FAILS(WS-SVC-IDX)
                                        TO WS-SVL-TRIAL-FAILS.
           IF WS-SVR-FELL-BACK(WS-SVC-IDX)
              MOVE 'FELL BACK' TO WS-SVL-STATE
              SET WS-FALLBACK-SEEN TO TRUE
           ELSE
              MOVE 'LIVE'      TO WS-SVL-STATE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SERVICE-LINE TO REPORT-LINE(1:132).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE(1:74).
           WRITE REPORT-LINE.

           MOVE 'CURRENT'   TO WS-CALL-ROLE.
           PERFORM PRINT-SERVICE-ROLE-LINES.
           MOVE 'CANDIDATE' TO WS-CALL-ROLE.
           PERFORM PRINT-SERVICE-ROLE-LINES.
           MOVE 'OTHER'     TO WS-CALL-ROLE.
           PERFORM PRINT-SERVICE-ROLE-LINES.

       PRINT-ONE-SERVICE-GROUP-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-SERVICE-ROLE-LINES SECTION.
           SET WS-CMP-IDX TO 1.
           PERFORM WS-CMP-COUNT TIMES
              IF WS-CMP-LOGICAL-PROGRAM(WS-CMP-IDX)
                          = WS-SVR-LOGICAL-PROGRAM(WS-SVC-IDX)
                       AND WS-CMP-ROLE(WS-CMP-IDX) = WS-CALL-ROLE
                 PERFORM PRINT-ONE-CMP-STATS-LINE
              END-IF
              SET WS-CMP-IDX UP BY 1
           END-PERFORM.

       PRINT-SERVICE-ROLE-LINES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-CMP-STATS-LINE SECTION.
           MOVE WS-CMP-TOTAL-CALLS(WS-CMP-IDX) TO WS-DISP-TOTAL.
           MOVE WS-CMP-OK-CALLS(WS-CMP-IDX)    TO WS-DISP-OK.

           IF WS-CMP-TOTAL-CALLS(WS-CMP-IDX) > ZERO
              COMPUTE WS-PCT-WORK ROUNDED =
                 (WS-CMP-OK-CALLS(WS-CMP-IDX) * 100)
                    / WS-CMP-TOTAL-CALLS(WS-CMP-IDX)
              MOVE WS-PCT-WORK TO WS-DISP-SUCCESS-PCT
              COMPUTE WS-AVG-WORK ROUNDED =
                 WS-CMP-ELAPSED-TOTAL(WS-CMP-IDX)
                    / WS-CMP-TOTAL-CALLS(WS-CMP-IDX)
              MOVE WS-AVG-WORK TO WS-DISP-AVG-MS
           ELSE
              MOVE ZERO TO WS-DISP-SUCCESS-PCT
              MOVE ZERO TO WS-DISP-AVG-MS
           END-IF.

           MOVE WS-CMP-ELAPSED-MAX(WS-CMP-IDX) TO WS-DISP-MAX-MS.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CMP-ROLE(WS-CMP-IDX)         TO WS-DET-ROLE.
           MOVE WS-CMP-REAL-PROGRAM(WS-CMP-IDX) TO WS-DET-PROGRAM.
           MOVE WS-DISP-TOTAL       TO WS-DET-TOTAL.
           MOVE WS-DISP-OK          TO WS-DET-OK.
           MOVE WS-DISP-SUCCESS-PCT TO WS-DET-SUCCESS-PCT.
           MOVE WS-DISP-AVG-MS      TO WS-DET-AVG-MS.
           MOVE WS-DISP-MAX-MS      TO WS-DET-MAX-MS.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:74).
           WRITE REPORT-LINE.

       PRINT-ONE-CMP-STATS-LINE-EXIT.
           EXIT.
