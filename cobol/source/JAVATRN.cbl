      *****************************************************************
      * Weekly 13-week trend report off the JAVADSTF daily service
      * statistics file JAVADSB builds each night (see JAVADST). For
      * each service it prints the last 13 weeks side by side - calls,
      * failure rate, average elapsed, worst daily 95th-percentile
      * elapsed and calls over target - so questions like "has
      * JAVAORD volume doubled since spring" or "is JAVACUST's average
      * elapsed creeping up" are answered off one page, and from
      * history JAVAUDH itself no longer holds once JAVAARC has
      * archived it.
      *
      * A week that jumps against the week before it is flagged with
      * an '*' beside the figure and listed under the service's grid:
      * calls up by WS-VOLUME-JUMP-PCT or more, the failure rate up by
      * WS-FAIL-RATE-JUMP-PTS percentage points or more, or the
      * average elapsed up by WS-RESPONSE-JUMP-PCT or more. A week
      * with fewer than WS-MIN-CALLS-TO-FLAG calls, or following a
      * week with no calls at all, is never flagged - a quiet
      * service's figures swing too far on a handful of calls to mean
      * anything.
      *
      * The optional JCL PARM is the last day of the latest week, in
      * AUH-KEY-DATE's own 7-digit EIBDATE format (0CYYDDD). Omit it
      * to end the report yesterday - the normal shape, run once a
      * week after that night's JAVADSB build. The 13 weeks are the
      * 91 days ending on that day.
      *
      * RETURN-CODE 4 means at least one jump was flagged, or there
      * were no JAVADSTF rows in the 13 weeks at all; 16 means the run
      * never started (bad PARM or a file would not open).
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVATRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JAVA-DAILY-STATS-FILE ASSIGN TO JAVADSTF
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS DST-KEY
                                    FILE STATUS IS WS-DST-FILE-STATUS.
           SELECT REPORT-FILE      ASSIGN TO SYSPRINT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-REPORT-FILE-STATUS.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  JAVA-DAILY-STATS-FILE.
       COPY JAVADST.

       FD  REPORT-FILE
           RECORDING MODE F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE                 PIC X(133).
      ***************************************************************
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-DST-FILE-STATUS      PIC X(2).
               88  WS-DST-FILE-OK          VALUE '00'.
           05  WS-REPORT-FILE-STATUS   PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                VALUE 'Y'.
           05  WS-RUN-FAILED-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-RUN-HAS-FAILED        VALUE 'Y'.
           05  WS-PARM-DIGITS-OK        PIC X(1) VALUE 'N'.
               88  PARM-DIGITS-ARE-OK       VALUE 'Y'.
           05  WS-PARM-IDX              PIC S9(4) COMP.
           05  WS-END-DATE              PIC 9(7) VALUE ZERO.
           05  WS-START-DATE            PIC 9(7) VALUE ZERO.
           05  WS-TODAY-YYYYMMDD        PIC 9(8).
           05  WS-END-INTEGER           PIC S9(9) COMP.
           05  WS-START-INTEGER         PIC S9(9) COMP.
           05  WS-WORK-INTEGER          PIC S9(9) COMP.
           05  WS-WORK-YYYYDDD          PIC 9(7).
           05  WS-WEEK-SUB              PIC S9(4) COMP.
           05  WS-PRIOR-SUB             PIC S9(4) COMP.
           05  WS-CURRENT-SERVICE       PIC X(8) VALUE SPACES.
           05  WS-SVC-ROWS-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-SVC-HAS-ROWS          VALUE 'Y'.
           05  WS-ROWS-IN-PERIOD        PIC S9(9) COMP VALUE 0.
           05  WS-SERVICES-REPORTED     PIC S9(9) COMP VALUE 0.
           05  WS-JUMPS-FLAGGED         PIC S9(9) COMP VALUE 0.
           05  WS-SCALED-WORK           PIC S9(17) COMP.
           05  WS-LIMIT-WORK            PIC S9(17) COMP.

      ***************************************************************
      * Jump thresholds - change them here. A week is only compared
      * with the week immediately before it.
      ***************************************************************
       01  WS-JUMP-THRESHOLDS.
           05  WS-VOLUME-JUMP-PCT       PIC S9(4) COMP VALUE 50.
           05  WS-FAIL-RATE-JUMP-PTS    PIC S9(3)V9 COMP-3 VALUE 2.0.
           05  WS-RESPONSE-JUMP-PCT     PIC S9(4) COMP VALUE 25.
           05  WS-MIN-CALLS-TO-FLAG     PIC S9(9) COMP VALUE 100.

      ***************************************************************
      * One service's 13 weeks, oldest first. WS-WEEK-END-YMD is set
      * once for the run; the rest is cleared for each service.
      ***************************************************************
       01  WS-WEEK-ENDS.
           05  WS-WEEK-END OCCURS 13 TIMES.
               10  WS-WEEK-END-YMD      PIC 9(8).
               10  FILLER REDEFINES WS-WEEK-END-YMD.
                   15  FILLER           PIC 9(4).
                   15  WS-WEEK-END-MM   PIC 9(2).
                   15  WS-WEEK-END-DD   PIC 9(2).
       01  WS-WEEK-TABLE.
           05  WS-WEEK OCCURS 13 TIMES.
               10  WS-WK-CALLS          PIC S9(9) COMP.
               10  WS-WK-FAILS          PIC S9(9) COMP.
               10  WS-WK-ELAPSED-TOTAL  PIC S9(15) COMP.
               10  WS-WK-P95-WORST      PIC S9(9) COMP.
               10  WS-WK-OVER-TARGET    PIC S9(9) COMP.
               10  WS-WK-FAIL-PCT       PIC S9(3)V9 COMP-3.
               10  WS-WK-AVG-MS         PIC S9(9) COMP.
               10  WS-WK-CALLS-FLAG     PIC X(1).
               10  WS-WK-FAIL-FLAG      PIC X(1).
               10  WS-WK-AVG-FLAG       PIC X(1).

       01  WS-REPORT-FIELDS.
           05  WS-DISP-COUNT            PIC Z(6)9.
           05  WS-DISP-THOUSANDS        PIC Z(5)9.
           05  WS-DISP-PCT              PIC Z(4)9.9.
           05  WS-DISP-TOTAL            PIC Z(8)9.
           05  WS-DISP-JUMP-PCT         PIC Z(3)9.
           05  WS-DISP-RESP-PCT         PIC Z(3)9.
           05  WS-DISP-JUMP-PTS         PIC Z9.9.
           05  WS-DISP-MIN-CALLS        PIC Z(8)9.

       01  WS-HEADING-LINE-1.
           05  FILLER PIC X(48) VALUE
               'JAVA SERVICE 13-WEEK TREND REPORT  WEEKS ENDING '.
           05  WS-HDG-FIRST-WEEK        PIC 9(8).
           05  FILLER PIC X(4)  VALUE ' TO '.
           05  WS-HDG-LAST-WEEK         PIC 9(8).
       01  WS-GRID-LINE.
           05  WS-GRID-SERVICE          PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-GRID-MEASURE          PIC X(9).
           05  WS-GRID-CELL OCCURS 13 TIMES.
               10  WS-GRID-VALUE        PIC X(7).
               10  WS-GRID-FLAG         PIC X(1).
       01  WS-JUMP-LINE.
           05  FILLER PIC X(9)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE '** JUMP '.
           05  WS-JMP-MEASURE           PIC X(7).
           05  FILLER PIC X(13) VALUE ' WEEK ENDING '.
           05  WS-JMP-WEEK-END          PIC 9(8).
           05  FILLER PIC X(6)  VALUE '  FROM'.
           05  WS-JMP-PRIOR             PIC X(9).
           05  FILLER PIC X(4)  VALUE '  TO'.
           05  WS-JMP-CURRENT           PIC X(9).
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(20).
           05  WS-SUM-COUNT             PIC X(9).

       LINKAGE SECTION.
       01  JCL-PARM-AREA.
           05  PARM-LEN                 PIC S9(4) COMP.
           05  PARM-DATA                PIC X(7).
      ***************************************************************
       PROCEDURE DIVISION USING JCL-PARM-AREA.
      ***************************************************************
       MAIN-PROCESSING SECTION.
           PERFORM ESTABLISH-TREND-PERIOD.

           IF NOT WS-RUN-HAS-FAILED
              PERFORM OPEN-TREND-FILES
           END-IF.

           IF WS-RUN-HAS-FAILED
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM PRINT-TREND-HEADINGS
              PERFORM READ-AND-REPORT-DAILY-STATS
              PERFORM PRINT-TREND-FOOTING
              IF WS-JUMPS-FLAGGED > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 IF WS-ROWS-IN-PERIOD = ZERO
                    DISPLAY 'JAVATRN: NO JAVADSTF ROWS IN THE 13 '
                            'WEEKS ENDING ' WS-END-DATE
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

           PERFORM CLOSE-TREND-FILES.
           STOP RUN.
      ***************************************************************
      ***************************************************************
      * PARM is a 0CYYDDD day, or nothing for yesterday. The period
      * runs back 91 days from it (13 weeks of 7), and each week's
      * last day is kept as YYYYMMDD for the headings.
      ***************************************************************
       ESTABLISH-TREND-PERIOD SECTION.
           IF PARM-LEN = ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
              COMPUTE WS-END-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 1
           ELSE
              IF PARM-LEN NOT = LENGTH OF PARM-DATA
                 DISPLAY 'JAVATRN: PARM MUST BE THE LAST DAY TO '
                         'REPORT AS 0CYYDDD, OR OMITTED FOR YESTERDAY'
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
                    MOVE PARM-DATA TO WS-END-DATE
                    COMPUTE WS-END-INTEGER =
                       FUNCTION INTEGER-OF-DAY(WS-END-DATE + 1900000)
                 ELSE
                    DISPLAY 'JAVATRN: PARM IS NOT A VALID 0CYYDDD '
                            'DATE - ' PARM-DATA
                    SET WS-RUN-HAS-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF NOT WS-RUN-HAS-FAILED
              COMPUTE WS-WORK-YYYYDDD =
                 FUNCTION DAY-OF-INTEGER(WS-END-INTEGER)
              COMPUTE WS-END-DATE = WS-WORK-YYYYDDD - 1900000
              COMPUTE WS-START-INTEGER = WS-END-INTEGER - 90
              COMPUTE WS-WORK-YYYYDDD =
                 FUNCTION DAY-OF-INTEGER(WS-START-INTEGER)
              COMPUTE WS-START-DATE = WS-WORK-YYYYDDD - 1900000
              PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                        UNTIL WS-WEEK-SUB > 13
                 COMPUTE WS-WORK-INTEGER =
                    WS-START-INTEGER + WS-WEEK-SUB * 7 - 1
                 COMPUTE WS-WEEK-END-YMD(WS-WEEK-SUB) =
                    FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
              END-PERFORM
           END-IF.

       ESTABLISH-TREND-PERIOD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       OPEN-TREND-FILES SECTION.
           OPEN INPUT JAVA-DAILY-STATS-FILE.
           OPEN OUTPUT REPORT-FILE.

           IF NOT WS-DST-FILE-OK
              DISPLAY 'JAVATRN: JAVADSTF OPEN FAILED, STATUS='
                      WS-DST-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.
           IF NOT WS-REPORT-FILE-OK
              DISPLAY 'JAVATRN: SYSPRINT OPEN FAILED, STATUS='
                      WS-REPORT-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.

       OPEN-TREND-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLOSE-TREND-FILES SECTION.
           IF WS-DST-FILE-OK
              CLOSE JAVA-DAILY-STATS-FILE
           END-IF.
           IF WS-REPORT-FILE-OK
              CLOSE REPORT-FILE
           END-IF.

       CLOSE-TREND-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-TREND-HEADINGS SECTION.
           MOVE WS-WEEK-END-YMD(1)  TO WS-HDG-FIRST-WEEK.
           MOVE WS-WEEK-END-YMD(13) TO WS-HDG-LAST-WEEK.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE(1:68).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-GRID-LINE.
           MOVE 'SERVICE' TO WS-GRID-SERVICE.
           MOVE 'WK ENDING' TO WS-GRID-MEASURE.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                     UNTIL WS-WEEK-SUB > 13
              STRING '  '                         DELIMITED BY SIZE
                     WS-WEEK-END-MM(WS-WEEK-SUB)  DELIMITED BY SIZE
                     '/'                          DELIMITED BY SIZE
                     WS-WEEK-END-DD(WS-WEEK-SUB)  DELIMITED BY SIZE
                     INTO WS-GRID-VALUE(WS-WEEK-SUB)
              END-STRING
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-GRID-LINE TO REPORT-LINE(1:122).
           WRITE REPORT-LINE.

       PRINT-TREND-HEADINGS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * JAVADSTF reads back in service then date order, so each
      * service's rows arrive together - the week table is filled
      * for one service and printed when the service changes, with
      * no in-storage table of services to run out of room in. Rows
      * outside the 13 weeks are read past.
      ***************************************************************
       READ-AND-REPORT-DAILY-STATS SECTION.
           INITIALIZE WS-WEEK-TABLE.

           PERFORM UNTIL WS-AT-EOF
              READ JAVA-DAILY-STATS-FILE NEXT RECORD
                 AT END
                    SET WS-AT-EOF TO TRUE
                 NOT AT END
                    IF DST-KEY-SERVICE NOT = WS-CURRENT-SERVICE
                       PERFORM FINISH-ONE-SERVICE
                       MOVE DST-KEY-SERVICE TO WS-CURRENT-SERVICE
                    END-IF
                    IF DST-KEY-DATE NOT < WS-START-DATE
                       AND DST-KEY-DATE NOT > WS-END-DATE
                       PERFORM ACCUMULATE-ONE-DAILY-ROW
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM FINISH-ONE-SERVICE.

       READ-AND-REPORT-DAILY-STATS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Adds one day into its week. The week is counted in whole days
      * from the first day of the period; the week's P95 is the worst
      * of its days' DST-ELAPSED-P95, since percentiles of different
      * days cannot simply be added or averaged.
      ***************************************************************
       ACCUMULATE-ONE-DAILY-ROW SECTION.
           ADD 1 TO WS-ROWS-IN-PERIOD.
           SET WS-SVC-HAS-ROWS TO TRUE.
           COMPUTE WS-WORK-INTEGER =
              FUNCTION INTEGER-OF-DAY(DST-KEY-DATE + 1900000).
           COMPUTE WS-WEEK-SUB =
              (WS-WORK-INTEGER - WS-START-INTEGER) / 7 + 1.

           ADD DST-CALL-COUNT    TO WS-WK-CALLS(WS-WEEK-SUB).
           ADD DST-FAIL-COUNT    TO WS-WK-FAILS(WS-WEEK-SUB).
           ADD DST-ELAPSED-TOTAL TO WS-WK-ELAPSED-TOTAL(WS-WEEK-SUB).
           ADD DST-OVER-TARGET   TO WS-WK-OVER-TARGET(WS-WEEK-SUB).
           IF DST-ELAPSED-P95 > WS-WK-P95-WORST(WS-WEEK-SUB)
              MOVE DST-ELAPSED-P95 TO WS-WK-P95-WORST(WS-WEEK-SUB)
           END-IF.

       ACCUMULATE-ONE-DAILY-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * End of one service's rows - work out each week's rates, flag
      * the jumps, print the grid and clear the table for the next
      * service. A service with nothing in the 13 weeks prints
      * nothing.
      ***************************************************************
       FINISH-ONE-SERVICE SECTION.
           IF WS-SVC-HAS-ROWS
              ADD 1 TO WS-SERVICES-REPORTED
              PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                        UNTIL WS-WEEK-SUB > 13
                 PERFORM DERIVE-ONE-WEEK-RATES
              END-PERFORM
              PERFORM VARYING WS-WEEK-SUB FROM 2 BY 1
                        UNTIL WS-WEEK-SUB > 13
                 PERFORM FLAG-ONE-WEEK-JUMPS
              END-PERFORM
              PERFORM PRINT-ONE-SERVICE-GRID
           END-IF.

           INITIALIZE WS-WEEK-TABLE.
           MOVE 'N' TO WS-SVC-ROWS-SWITCH.

       FINISH-ONE-SERVICE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       DERIVE-ONE-WEEK-RATES SECTION.
           MOVE SPACE TO WS-WK-CALLS-FLAG(WS-WEEK-SUB)
                         WS-WK-FAIL-FLAG(WS-WEEK-SUB)
                         WS-WK-AVG-FLAG(WS-WEEK-SUB).
           IF WS-WK-CALLS(WS-WEEK-SUB) > ZERO
              COMPUTE WS-WK-FAIL-PCT(WS-WEEK-SUB) ROUNDED =
                 WS-WK-FAILS(WS-WEEK-SUB) * 100
                    / WS-WK-CALLS(WS-WEEK-SUB)
              COMPUTE WS-WK-AVG-MS(WS-WEEK-SUB) ROUNDED =
                 WS-WK-ELAPSED-TOTAL(WS-WEEK-SUB)
                    / WS-WK-CALLS(WS-WEEK-SUB)
           END-IF.

       DERIVE-ONE-WEEK-RATES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Compares week WS-WEEK-SUB with the week before it. The
      * percentage tests are done by cross-multiplying (current * 100
      * against prior * (100 + threshold)) so no ratio is rounded.
      ***************************************************************
       FLAG-ONE-WEEK-JUMPS SECTION.
           COMPUTE WS-PRIOR-SUB = WS-WEEK-SUB - 1.

           IF WS-WK-CALLS(WS-WEEK-SUB) NOT < WS-MIN-CALLS-TO-FLAG
              AND WS-WK-CALLS(WS-PRIOR-SUB) > ZERO
              COMPUTE WS-SCALED-WORK = WS-WK-CALLS(WS-WEEK-SUB) * 100
              COMPUTE WS-LIMIT-WORK = WS-WK-CALLS(WS-PRIOR-SUB)
                                    * (100 + WS-VOLUME-JUMP-PCT)
              IF WS-SCALED-WORK NOT < WS-LIMIT-WORK
                 MOVE '*' TO WS-WK-CALLS-FLAG(WS-WEEK-SUB)
                 ADD 1 TO WS-JUMPS-FLAGGED
              END-IF

              IF WS-WK-FAIL-PCT(WS-WEEK-SUB)
                    - WS-WK-FAIL-PCT(WS-PRIOR-SUB)
                       NOT < WS-FAIL-RATE-JUMP-PTS
                 MOVE '*' TO WS-WK-FAIL-FLAG(WS-WEEK-SUB)
                 ADD 1 TO WS-JUMPS-FLAGGED
              END-IF

              COMPUTE WS-SCALED-WORK = WS-WK-AVG-MS(WS-WEEK-SUB) * 100
              COMPUTE WS-LIMIT-WORK = WS-WK-AVG-MS(WS-PRIOR-SUB)
                                    * (100 + WS-RESPONSE-JUMP-PCT)
              IF WS-WK-AVG-MS(WS-PRIOR-SUB) > ZERO
                 AND WS-SCALED-WORK NOT < WS-LIMIT-WORK
                 MOVE '*' TO WS-WK-AVG-FLAG(WS-WEEK-SUB)
                 ADD 1 TO WS-JUMPS-FLAGGED
              END-IF
           END-IF.

       FLAG-ONE-WEEK-JUMPS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Five grid lines per service, the service name on the first,
      * then one '** JUMP' line per flagged figure. A week with no
      * calls shows its call count as zero and '-' for the rest.
      ***************************************************************
       PRINT-ONE-SERVICE-GRID SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-GRID-LINE.
           MOVE WS-CURRENT-SERVICE TO WS-GRID-SERVICE.
           MOVE 'CALLS' TO WS-GRID-MEASURE.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                     UNTIL WS-WEEK-SUB > 13
              PERFORM FORMAT-CALLS-CELL
              MOVE WS-WK-CALLS-FLAG(WS-WEEK-SUB)
                     TO WS-GRID-FLAG(WS-WEEK-SUB)
           END-PERFORM.
           PERFORM PRINT-ONE-GRID-LINE.

           MOVE SPACES TO WS-GRID-LINE.
           MOVE 'FAIL %' TO WS-GRID-MEASURE.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                     UNTIL WS-WEEK-SUB > 13
              IF WS-WK-CALLS(WS-WEEK-SUB) > ZERO
                 MOVE WS-WK-FAIL-PCT(WS-WEEK-SUB) TO WS-DISP-PCT
                 MOVE WS-DISP-PCT TO WS-GRID-VALUE(WS-WEEK-SUB)
              ELSE
                 MOVE '      -' TO WS-GRID-VALUE(WS-WEEK-SUB)
              END-IF
              MOVE WS-WK-FAIL-FLAG(WS-WEEK-SUB)
                     TO WS-GRID-FLAG(WS-WEEK-SUB)
           END-PERFORM.
           PERFORM PRINT-ONE-GRID-LINE.

           MOVE SPACES TO WS-GRID-LINE.
           MOVE 'AVG-MS' TO WS-GRID-MEASURE.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                     UNTIL WS-WEEK-SUB > 13
              IF WS-WK-CALLS(WS-WEEK-SUB) > ZERO
                 MOVE WS-WK-AVG-MS(WS-WEEK-SUB) TO WS-DISP-COUNT
                 MOVE WS-DISP-COUNT TO WS-GRID-VALUE(WS-WEEK-SUB)
              ELSE
                 MOVE '      -' TO WS-GRID-VALUE(WS-WEEK-SUB)
              END-IF
              MOVE WS-WK-AVG-FLAG(WS-WEEK-SUB)
                     TO WS-GRID-FLAG(WS-WEEK-SUB)
           END-PERFORM.
           PERFORM PRINT-ONE-GRID-LINE.

           MOVE SPACES TO WS-GRID-LINE.
           MOVE 'P95-MS' TO WS-GRID-MEASURE.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                     UNTIL WS-WEEK-SUB > 13
              IF WS-WK-CALLS(WS-WEEK-SUB) > ZERO
                 MOVE WS-WK-P95-WORST(WS-WEEK-SUB) TO WS-DISP-COUNT
                 MOVE WS-DISP-COUNT TO WS-GRID-VALUE(WS-WEEK-SUB)
              ELSE
                 MOVE '      -' TO WS-GRID-VALUE(WS-WEEK-SUB)
              END-IF
           END-PERFORM.
           PERFORM PRINT-ONE-GRID-LINE.

           MOVE SPACES TO WS-GRID-LINE.
           MOVE 'OVER-TGT' TO WS-GRID-MEASURE.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                     UNTIL WS-WEEK-SUB > 13
              IF WS-WK-CALLS(WS-WEEK-SUB) > ZERO
                 MOVE WS-WK-OVER-TARGET(WS-WEEK-SUB) TO WS-DISP-COUNT
                 MOVE WS-DISP-COUNT TO WS-GRID-VALUE(WS-WEEK-SUB)
              ELSE
                 MOVE '      -' TO WS-GRID-VALUE(WS-WEEK-SUB)
              END-IF
           END-PERFORM.
           PERFORM PRINT-ONE-GRID-LINE.

           PERFORM VARYING WS-WEEK-SUB FROM 2 BY 1
                     UNTIL WS-WEEK-SUB > 13
              PERFORM PRINT-ONE-WEEK-JUMPS
           END-PERFORM.

       PRINT-ONE-SERVICE-GRID-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A week's calls fit the 7-character cell up to 9,999,999;
      * past that they print in thousands with a 'K'.
      ***************************************************************
       FORMAT-CALLS-CELL SECTION.
           IF WS-WK-CALLS(WS-WEEK-SUB) > 9999999
              COMPUTE WS-DISP-THOUSANDS =
                 WS-WK-CALLS(WS-WEEK-SUB) / 1000
              STRING WS-DISP-THOUSANDS DELIMITED BY SIZE
                     'K'               DELIMITED BY SIZE
                     INTO WS-GRID-VALUE(WS-WEEK-SUB)
              END-STRING
           ELSE
              MOVE WS-WK-CALLS(WS-WEEK-SUB) TO WS-DISP-COUNT
              MOVE WS-DISP-COUNT TO WS-GRID-VALUE(WS-WEEK-SUB)
           END-IF.

       FORMAT-CALLS-CELL-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-GRID-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-GRID-LINE TO REPORT-LINE(1:122).
           WRITE REPORT-LINE.

       PRINT-ONE-GRID-LINE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-WEEK-JUMPS SECTION.
           COMPUTE WS-PRIOR-SUB = WS-WEEK-SUB - 1.
           MOVE WS-WEEK-END-YMD(WS-WEEK-SUB) TO WS-JMP-WEEK-END.

           IF WS-WK-CALLS-FLAG(WS-WEEK-SUB) = '*'
              MOVE 'CALLS' TO WS-JMP-MEASURE
              MOVE WS-WK-CALLS(WS-PRIOR-SUB) TO WS-DISP-TOTAL
              MOVE WS-DISP-TOTAL TO WS-JMP-PRIOR
              MOVE WS-WK-CALLS(WS-WEEK-SUB) TO WS-DISP-TOTAL
              MOVE WS-DISP-TOTAL TO WS-JMP-CURRENT
              PERFORM PRINT-ONE-JUMP-LINE
           END-IF.

           IF WS-WK-FAIL-FLAG(WS-WEEK-SUB) = '*'
              MOVE 'FAIL %' TO WS-JMP-MEASURE
              MOVE WS-WK-FAIL-PCT(WS-PRIOR-SUB) TO WS-DISP-PCT
              MOVE WS-DISP-PCT TO WS-JMP-PRIOR
              MOVE WS-WK-FAIL-PCT(WS-WEEK-SUB) TO WS-DISP-PCT
              MOVE WS-DISP-PCT TO WS-JMP-CURRENT
              PERFORM PRINT-ONE-JUMP-LINE
           END-IF.

           IF WS-WK-AVG-FLAG(WS-WEEK-SUB) = '*'
              MOVE 'AVG-MS' TO WS-JMP-MEASURE
              MOVE WS-WK-AVG-MS(WS-PRIOR-SUB) TO WS-DISP-TOTAL
              MOVE WS-DISP-TOTAL TO WS-JMP-PRIOR
              MOVE WS-WK-AVG-MS(WS-WEEK-SUB) TO WS-DISP-TOTAL
              MOVE WS-DISP-TOTAL TO WS-JMP-CURRENT
              PERFORM PRINT-ONE-JUMP-LINE
           END-IF.

       PRINT-ONE-WEEK-JUMPS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-JUMP-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-JUMP-LINE TO REPORT-LINE(1:73).
           WRITE REPORT-LINE.

       PRINT-ONE-JUMP-LINE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-TREND-FOOTING SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-VOLUME-JUMP-PCT    TO WS-DISP-JUMP-PCT.
           MOVE WS-FAIL-RATE-JUMP-PTS TO WS-DISP-JUMP-PTS.
           MOVE WS-RESPONSE-JUMP-PCT  TO WS-DISP-RESP-PCT.
           MOVE WS-MIN-CALLS-TO-FLAG  TO WS-DISP-MIN-CALLS.
           MOVE SPACES TO REPORT-LINE.
           STRING '* = JUMP ON THE WEEK BEFORE: CALLS UP '
                                         DELIMITED BY SIZE
                  WS-DISP-JUMP-PCT       DELIMITED BY SIZE
                  '%, FAIL % UP '        DELIMITED BY SIZE
                  WS-DISP-JUMP-PTS       DELIMITED BY SIZE
                  ' POINTS, AVG-MS UP '  DELIMITED BY SIZE
                  WS-DISP-RESP-PCT       DELIMITED BY SIZE
                  '% (WEEKS OF '         DELIMITED BY SIZE
                  WS-DISP-MIN-CALLS      DELIMITED BY SIZE
                  '+ CALLS ONLY)'        DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SERVICES REPORTED   ' TO WS-SUM-LABEL.
           MOVE WS-SERVICES-REPORTED TO WS-DISP-TOTAL.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE 'DAILY ROWS READ     ' TO WS-SUM-LABEL.
           MOVE WS-ROWS-IN-PERIOD TO WS-DISP-TOTAL.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE 'JUMPS FLAGGED       ' TO WS-SUM-LABEL.
           MOVE WS-JUMPS-FLAGGED TO WS-DISP-TOTAL.
           PERFORM PRINT-ONE-SUMMARY-LINE.

       PRINT-TREND-FOOTING-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-SUMMARY-LINE SECTION.
           MOVE WS-DISP-TOTAL TO WS-SUM-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE(1:29).
           WRITE REPORT-LINE.

       PRINT-ONE-SUMMARY-LINE-EXIT.
           EXIT.
