      *****************************************************************
      * Nightly build of the JAVADSTF daily service statistics file
      * (see JAVADST) from one day of JAVAUDH. Per AUH-LOGICAL-PROGRAM
      * it rolls up the day's call count, the calls by JAVA-RC
      * outcome, the bytes moved, the average, maximum and 95th-
      * percentile AUH-ELAPSED-MS, and the calls over the service's
      * SVC-TARGET-MS, and writes them as one JAVADSTF row per
      * service per day. JAVARCN and JAVARSP re-browse JAVAUDH every
      * time and lose everything JAVAARC has archived; the JAVADSTF
      * rows are kept for good, so the JAVATRN trend report can look
      * back further than the audit history retention allows.
      *
      * The optional JCL PARM is the day to build, in AUH-KEY-DATE's
      * own 7-digit EIBDATE format (0CYYDDD) like JAVARCN. Omit it to
      * build yesterday - the normal shape, run each night once that
      * day's JAVADRN drain and JAVAUDMJ batch audit loads are in. A
      * rerun for a day that already has rows replaces them, so a
      * day can simply be rebuilt after a late JAVAUDMJ load.
      *
      * The 95th percentile is taken from a count of calls per
      * response-time band (WS-BAND-LIMIT below) rather than from a
      * sort of every elapsed time - DST-ELAPSED-P95 is the upper
      * bound of the band the 95th-percentile call fell in, or the
      * day's maximum when that is lower.
      *
      * RETURN-CODE 4 means the day had no audit records at all
      * (usually the build ran ahead of the day's loads); 8 means
      * some rows could not be written or a service was left out
      * because the table was full; 16 means the run never started
      * (bad PARM or a file would not open).
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVADSB.
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
           SELECT JAVA-DAILY-STATS-FILE ASSIGN TO JAVADSTF
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS DST-KEY
                                    FILE STATUS IS WS-DST-FILE-STATUS.
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

       FD  JAVA-DAILY-STATS-FILE.
       COPY JAVADST.

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
           05  WS-DST-FILE-STATUS      PIC X(2).
               88  WS-DST-FILE-OK          VALUE '00'.
               88  WS-DST-DUPLICATE        VALUE '22'.
               88  WS-DST-FILE-EMPTY       VALUE '35'.
           05  WS-REPORT-FILE-STATUS   PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                VALUE 'Y'.
           05  WS-RUN-FAILED-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-RUN-HAS-FAILED        VALUE 'Y'.
           05  WS-INCOMPLETE-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-BUILD-INCOMPLETE      VALUE 'Y'.
           05  WS-PARM-DIGITS-OK        PIC X(1) VALUE 'N'.
               88  PARM-DIGITS-ARE-OK       VALUE 'Y'.
           05  WS-PARM-IDX              PIC S9(4) COMP.
           05  WS-RUN-DATE              PIC 9(7) VALUE ZERO.
           05  WS-TODAY-YYYYMMDD        PIC 9(8).
           05  WS-WORK-INTEGER          PIC S9(9) COMP.
           05  WS-WORK-YYYYDDD          PIC 9(7).
           05  WS-BUILD-DATE            PIC 9(8).
           05  WS-BUILD-TIME            PIC 9(6).
           05  WS-READ-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-ADDED-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-REPLACED-COUNT        PIC S9(9) COMP VALUE 0.
           05  WS-FAILED-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-SVC-COUNT             PIC S9(4) COMP VALUE 0.
           05  WS-ROW-ADD-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-ROW-ADD-FAILED        VALUE 'Y'.
           05  WS-TABLE-FULL-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-STATS-TABLE-FULL-NOTED VALUE 'Y'.
           05  WS-RC-QUOTIENT           PIC S9(4) COMP.
           05  WS-RC-REMAINDER          PIC S9(4) COMP.
           05  WS-RC-SUB                PIC S9(4) COMP.
           05  WS-BAND-SUB              PIC S9(4) COMP.
           05  WS-BAND-CUMULATIVE       PIC S9(9) COMP.
           05  WS-P95-RANK              PIC S9(9) COMP.
           05  WS-ROW-ACTION            PIC X(8).
           05  WS-NEW-ROW-IMAGE         PIC X(205).

      ***************************************************************
      * Response-time bands for the 95th-percentile count, upper
      * bound in milliseconds. The last band is open-ended (it holds
      * anything up to AUH-ELAPSED-MS's own limit), so a call always
      * lands in one of them.
      ***************************************************************
       01  WS-BAND-LIMITS-SEED.
           05  FILLER                   PIC S9(9) COMP VALUE 10.
           05  FILLER                   PIC S9(9) COMP VALUE 20.
           05  FILLER                   PIC S9(9) COMP VALUE 30.
           05  FILLER                   PIC S9(9) COMP VALUE 50.
           05  FILLER                   PIC S9(9) COMP VALUE 75.
           05  FILLER                   PIC S9(9) COMP VALUE 100.
           05  FILLER                   PIC S9(9) COMP VALUE 150.
           05  FILLER                   PIC S9(9) COMP VALUE 200.
           05  FILLER                   PIC S9(9) COMP VALUE 300.
           05  FILLER                   PIC S9(9) COMP VALUE 400.
           05  FILLER                   PIC S9(9) COMP VALUE 500.
           05  FILLER                   PIC S9(9) COMP VALUE 750.
           05  FILLER                   PIC S9(9) COMP VALUE 1000.
           05  FILLER                   PIC S9(9) COMP VALUE 1500.
           05  FILLER                   PIC S9(9) COMP VALUE 2000.
           05  FILLER                   PIC S9(9) COMP VALUE 3000.
           05  FILLER                   PIC S9(9) COMP VALUE 4000.
           05  FILLER                   PIC S9(9) COMP VALUE 5000.
           05  FILLER                   PIC S9(9) COMP VALUE 7500.
           05  FILLER                   PIC S9(9) COMP VALUE 10000.
           05  FILLER                   PIC S9(9) COMP VALUE 15000.
           05  FILLER                   PIC S9(9) COMP VALUE 20000.
           05  FILLER                   PIC S9(9) COMP VALUE 30000.
           05  FILLER                   PIC S9(9) COMP
                                        VALUE 999999999.
       01  WS-BAND-LIMITS REDEFINES WS-BAND-LIMITS-SEED.
           05  WS-BAND-LIMIT OCCURS 24 TIMES
                             INDEXED BY WS-BAND-IDX
                                        PIC S9(9) COMP.

       01  WS-SVC-STATS-TABLE.
           05  WS-SVC-STATS OCCURS 50 TIMES
                            INDEXED BY WS-STATS-IDX.
               10  WS-STATS-LOGICAL-PROGRAM PIC X(8).
               10  WS-STATS-TOTAL-CALLS     PIC S9(9) COMP VALUE 0.
               10  WS-STATS-FAIL-COUNT      PIC S9(9) COMP VALUE 0.
               10  WS-STATS-RC-COUNT OCCURS 20 TIMES
                                            PIC S9(9) COMP VALUE 0.
               10  WS-STATS-OTHER-COUNT     PIC S9(9) COMP VALUE 0.
               10  WS-STATS-INPUT-L-TOTAL   PIC S9(15) COMP VALUE 0.
               10  WS-STATS-OUTPUT-L-TOTAL  PIC S9(15) COMP VALUE 0.
               10  WS-STATS-ELAPSED-TOTAL   PIC S9(15) COMP VALUE 0.
               10  WS-STATS-ELAPSED-MAX     PIC S9(9) COMP VALUE 0.
               10  WS-STATS-TARGET-MS       PIC S9(9) COMP VALUE 0.
               10  WS-STATS-OVER-TARGET     PIC S9(9) COMP VALUE 0.
               10  WS-STATS-BAND-COUNT OCCURS 24 TIMES
                                            PIC S9(9) COMP VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-DISP-TOTAL            PIC Z(7)9.
           05  WS-DISP-FAIL             PIC Z(7)9.
           05  WS-DISP-AVG-MS           PIC Z(7)9.
           05  WS-DISP-MAX-MS           PIC Z(7)9.
           05  WS-DISP-P95-MS           PIC Z(7)9.
           05  WS-DISP-OVER             PIC Z(7)9.
           05  WS-DISP-COUNT            PIC Z(8)9.
           05  WS-AVG-WORK              PIC S9(15) COMP.

       01  WS-HEADING-LINE-1.
           05  FILLER PIC X(41) VALUE
               'JAVA DAILY SERVICE STATISTICS BUILD FOR  '.
           05  WS-HDG-RUN-DATE          PIC 9(7).
       01  WS-HEADING-LINE-2.
           05  FILLER PIC X(9)  VALUE 'SERVICE  '.
           05  FILLER PIC X(9)  VALUE 'CALLS    '.
           05  FILLER PIC X(9)  VALUE 'FAILED   '.
           05  FILLER PIC X(9)  VALUE 'AVG-MS   '.
           05  FILLER PIC X(9)  VALUE 'MAX-MS   '.
           05  FILLER PIC X(9)  VALUE 'P95-MS   '.
           05  FILLER PIC X(9)  VALUE ' OVER-TGT'.
           05  FILLER PIC X(9)  VALUE '  ROW    '.
       01  WS-DETAIL-LINE.
           05  WS-DET-PROGRAM           PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-DET-TOTAL             PIC X(9).
           05  WS-DET-FAIL              PIC X(9).
           05  WS-DET-AVG-MS            PIC X(9).
           05  WS-DET-MAX-MS            PIC X(9).
           05  WS-DET-P95-MS            PIC X(9).
           05  WS-DET-OVER              PIC X(9).
           05  FILLER                   PIC X(2).
           05  WS-DET-ACTION            PIC X(8).
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
           PERFORM ESTABLISH-BUILD-DATE.

           IF NOT WS-RUN-HAS-FAILED
              PERFORM OPEN-STATISTICS-FILES
           END-IF.

           IF WS-RUN-HAS-FAILED
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM READ-AND-ACCUMULATE-AUDIT-HISTORY
              PERFORM WRITE-AND-REPORT-DAILY-STATS
              IF WS-BUILD-INCOMPLETE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-READ-COUNT = ZERO
                    DISPLAY 'JAVADSB: NO JAVAUDH RECORDS FOR '
                            WS-RUN-DATE ' - NOTHING BUILT'
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

           PERFORM CLOSE-STATISTICS-FILES.
           STOP RUN.
      ***************************************************************
      ***************************************************************
      * PARM is a 0CYYDDD day, or nothing for yesterday - today less
      * one day, turned into the EIBDATE format the same way JAVAARC
      * turns its retention cutoff.
      ***************************************************************
       ESTABLISH-BUILD-DATE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUILD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BUILD-TIME.

           IF PARM-LEN = ZERO
              MOVE WS-BUILD-DATE TO WS-TODAY-YYYYMMDD
              COMPUTE WS-WORK-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 1
              COMPUTE WS-WORK-YYYYDDD =
                 FUNCTION DAY-OF-INTEGER(WS-WORK-INTEGER)
              COMPUTE WS-RUN-DATE = WS-WORK-YYYYDDD - 1900000
           ELSE
              IF PARM-LEN NOT = LENGTH OF PARM-DATA
                 DISPLAY 'JAVADSB: PARM MUST BE THE DAY TO BUILD AS '
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
                    DISPLAY 'JAVADSB: PARM IS NOT A VALID 0CYYDDD '
                            'DATE - ' PARM-DATA
                    SET WS-RUN-HAS-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.

       ESTABLISH-BUILD-DATE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * JAVADSTF gets the never-loaded OPEN fallback JAVASVCL uses
      * for JAVASVCF - the first-ever build follows JAVADSTD's DEFINE,
      * which refuses OPEN I-O with status 35 until a record is in.
      ***************************************************************
       OPEN-STATISTICS-FILES SECTION.
           OPEN INPUT JAVA-AUDIT-HIST-FILE.
           OPEN INPUT JAVA-SVC-FILE.
           OPEN I-O JAVA-DAILY-STATS-FILE.
           IF WS-DST-FILE-EMPTY
              OPEN OUTPUT JAVA-DAILY-STATS-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           IF NOT WS-AUH-FILE-OK
              DISPLAY 'JAVADSB: JAVAUDH OPEN FAILED, STATUS='
                      WS-AUH-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.
           IF NOT WS-SVC-FILE-OK
              DISPLAY 'JAVADSB: JAVASVCF OPEN FAILED, STATUS='
                      WS-SVC-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.
           IF NOT WS-DST-FILE-OK
              DISPLAY 'JAVADSB: JAVADSTF OPEN FAILED, STATUS='
                      WS-DST-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.
           IF NOT WS-REPORT-FILE-OK
              DISPLAY 'JAVADSB: SYSPRINT OPEN FAILED, STATUS='
                      WS-REPORT-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.

       OPEN-STATISTICS-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLOSE-STATISTICS-FILES SECTION.
           IF WS-AUH-FILE-OK
              CLOSE JAVA-AUDIT-HIST-FILE
           END-IF.
           IF WS-SVC-FILE-OK
              CLOSE JAVA-SVC-FILE
           END-IF.
           IF WS-DST-FILE-OK OR WS-DST-DUPLICATE
              CLOSE JAVA-DAILY-STATS-FILE
           END-IF.
           IF WS-REPORT-FILE-OK
              CLOSE REPORT-FILE
           END-IF.

       CLOSE-STATISTICS-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Browses the one day of JAVAUDH, the same START/stop-on-date
      * pattern READ-AND-ACCUMULATE-AUDIT-HISTORY on JAVARCN uses.
      ***************************************************************
       READ-AND-ACCUMULATE-AUDIT-HISTORY SECTION.
           MOVE WS-RUN-DATE      TO AUH-KEY-DATE.
           MOVE LOW-VALUES       TO AUH-KEY-TRANID.
           MOVE ZEROS            TO AUH-KEY-TASKN AUH-KEY-TIME
                                    AUH-KEY-SEQ.
           START JAVA-AUDIT-HIST-FILE KEY IS NOT LESS THAN AUH-KEY
              INVALID KEY
                 SET WS-AT-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-AT-EOF
              READ JAVA-AUDIT-HIST-FILE NEXT RECORD
                 AT END
                    SET WS-AT-EOF TO TRUE
                 NOT AT END
                    IF AUH-KEY-DATE NOT = WS-RUN-DATE
                       SET WS-AT-EOF TO TRUE
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM ACCUMULATE-ONE-SVC-STATS
                    END-IF
              END-READ
           END-PERFORM.

       READ-AND-ACCUMULATE-AUDIT-HISTORY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Finds (or creates) this service's row in WS-SVC-STATS-TABLE
      * and rolls the current record into it, the same table handling
      * ACCUMULATE-ONE-SVC-STATS on JAVARCN/JAVARSP uses. The return
      * code picks its DST-RC-COUNT slot as RC / 4 + 1 (JAVASTAT's
      * codes all step by four); anything else counts as other. A
      * maintenance-window reject (RC 52) or a consumer turned away
      * by the entitlement matrix (RC 56/60) is not a failure of the
      * service - it keeps its DST-RC-COUNT slot but stays out of
      * the fail count, so a planned outage or a denied consumer
      * does not show on JAVATRN as a fail-rate jump.
      ***************************************************************
       ACCUMULATE-ONE-SVC-STATS SECTION.
           MOVE 'N' TO WS-ROW-ADD-SWITCH.
           SET WS-STATS-IDX TO 1.
           SEARCH WS-SVC-STATS
              AT END
                 PERFORM ADD-NEW-SVC-STATS-ROW
              WHEN WS-STATS-LOGICAL-PROGRAM(WS-STATS-IDX)
                      = AUH-LOGICAL-PROGRAM
                 CONTINUE
           END-SEARCH.

           IF NOT WS-ROW-ADD-FAILED
              ADD 1 TO WS-STATS-TOTAL-CALLS(WS-STATS-IDX)
              ADD AUH-INPUT-L  TO WS-STATS-INPUT-L-TOTAL(WS-STATS-IDX)
              ADD AUH-OUTPUT-L TO WS-STATS-OUTPUT-L-TOTAL(WS-STATS-IDX)

              IF AUH-RETURN-CODE NOT = ZERO
                          AND AUH-RETURN-CODE NOT = 52
                          AND AUH-RETURN-CODE NOT = 56
                          AND AUH-RETURN-CODE NOT = 60
                 ADD 1 TO WS-STATS-FAIL-COUNT(WS-STATS-IDX)
              END-IF
              MOVE ZERO TO WS-RC-SUB
              IF AUH-RETURN-CODE NOT < ZERO
                 DIVIDE AUH-RETURN-CODE BY 4 GIVING WS-RC-QUOTIENT
                        REMAINDER WS-RC-REMAINDER
                 IF WS-RC-REMAINDER = ZERO AND WS-RC-QUOTIENT < 20
                    COMPUTE WS-RC-SUB = WS-RC-QUOTIENT + 1
                 END-IF
              END-IF
              IF WS-RC-SUB > ZERO
                 ADD 1 TO WS-STATS-RC-COUNT(WS-STATS-IDX, WS-RC-SUB)
              ELSE
                 ADD 1 TO WS-STATS-OTHER-COUNT(WS-STATS-IDX)
              END-IF

              ADD AUH-ELAPSED-MS
                     TO WS-STATS-ELAPSED-TOTAL(WS-STATS-IDX)
              IF AUH-ELAPSED-MS > WS-STATS-ELAPSED-MAX(WS-STATS-IDX)
                 MOVE AUH-ELAPSED-MS
                        TO WS-STATS-ELAPSED-MAX(WS-STATS-IDX)
              END-IF
              IF WS-STATS-TARGET-MS(WS-STATS-IDX) > ZERO
                 AND AUH-ELAPSED-MS >
                        WS-STATS-TARGET-MS(WS-STATS-IDX)
                 ADD 1 TO WS-STATS-OVER-TARGET(WS-STATS-IDX)
              END-IF

              SET WS-BAND-IDX TO 1
              SEARCH WS-BAND-LIMIT
                 AT END
                    SET WS-BAND-IDX TO 24
                 WHEN AUH-ELAPSED-MS NOT > WS-BAND-LIMIT(WS-BAND-IDX)
                    CONTINUE
              END-SEARCH
              SET WS-BAND-SUB TO WS-BAND-IDX
              ADD 1 TO WS-STATS-BAND-COUNT(WS-STATS-IDX, WS-BAND-SUB)
           END-IF.

       ACCUMULATE-ONE-SVC-STATS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A new row picks the service's SVC-TARGET-MS up off its
      * JAVASVCF row once, as ADD-NEW-SVC-STATS-ROW on JAVARSP does.
      ***************************************************************
       ADD-NEW-SVC-STATS-ROW SECTION.
           IF WS-SVC-COUNT < 50
              ADD 1 TO WS-SVC-COUNT
              SET WS-STATS-IDX TO WS-SVC-COUNT
              MOVE AUH-LOGICAL-PROGRAM
                        TO WS-STATS-LOGICAL-PROGRAM(WS-STATS-IDX)
              MOVE AUH-LOGICAL-PROGRAM TO SVC-LOGICAL-NAME
              READ JAVA-SVC-FILE
                 KEY IS SVC-LOGICAL-NAME
                 INVALID KEY
                    MOVE ZERO
                           TO WS-STATS-TARGET-MS(WS-STATS-IDX)
                 NOT INVALID KEY
                    MOVE SVC-TARGET-MS
                           TO WS-STATS-TARGET-MS(WS-STATS-IDX)
              END-READ
           ELSE
              MOVE 'Y' TO WS-ROW-ADD-SWITCH
              IF NOT WS-STATS-TABLE-FULL-NOTED
                 DISPLAY 'JAVADSB: WS-SVC-STATS-TABLE FULL AT 50 '
                         'SERVICES - ADDITIONAL SERVICES NOT BUILT'
                 SET WS-STATS-TABLE-FULL-NOTED TO TRUE
                 SET WS-BUILD-INCOMPLETE TO TRUE
              END-IF
           END-IF.

       ADD-NEW-SVC-STATS-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       WRITE-AND-REPORT-DAILY-STATS SECTION.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE(1:48).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE(1:72).
           WRITE REPORT-LINE.

           SET WS-STATS-IDX TO 1.
           PERFORM WS-SVC-COUNT TIMES
              PERFORM BUILD-ONE-DAILY-STATS-ROW
              PERFORM WRITE-ONE-DAILY-STATS-ROW
              PERFORM PRINT-ONE-SVC-STATS-LINE
              SET WS-STATS-IDX UP BY 1
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'AUDIT RECORDS READ  ' TO WS-SUM-LABEL.
           MOVE WS-READ-COUNT TO WS-DISP-COUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE 'ROWS ADDED          ' TO WS-SUM-LABEL.
           MOVE WS-ADDED-COUNT TO WS-DISP-COUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE 'ROWS REPLACED       ' TO WS-SUM-LABEL.
           MOVE WS-REPLACED-COUNT TO WS-DISP-COUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE 'ROWS FAILED         ' TO WS-SUM-LABEL.
           MOVE WS-FAILED-COUNT TO WS-DISP-COUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.

       WRITE-AND-REPORT-DAILY-STATS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Turns one WS-SVC-STATS row into the JAVADSTF record. The 95th-
      * percentile call is call number CEIL(calls * 95 / 100) in
      * elapsed order; the bands are walked, lowest first, until
      * that many calls have been counted - the loop leaves
      * WS-BAND-SUB one past the band that got there.
      ***************************************************************
       BUILD-ONE-DAILY-STATS-ROW SECTION.
           INITIALIZE JAVA-DAILY-STATS-RECORD.
           MOVE WS-STATS-LOGICAL-PROGRAM(WS-STATS-IDX)
                                         TO DST-KEY-SERVICE.
           MOVE WS-RUN-DATE              TO DST-KEY-DATE.
           MOVE WS-STATS-TOTAL-CALLS(WS-STATS-IDX) TO DST-CALL-COUNT.
           MOVE WS-STATS-FAIL-COUNT(WS-STATS-IDX)  TO DST-FAIL-COUNT.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1 UNTIL WS-RC-SUB > 20
              MOVE WS-STATS-RC-COUNT(WS-STATS-IDX, WS-RC-SUB)
                     TO DST-RC-COUNT(WS-RC-SUB)
           END-PERFORM.
           MOVE WS-STATS-OTHER-COUNT(WS-STATS-IDX)
                                         TO DST-OTHER-RC-COUNT.
           MOVE WS-STATS-INPUT-L-TOTAL(WS-STATS-IDX)
                                         TO DST-INPUT-BYTES.
           MOVE WS-STATS-OUTPUT-L-TOTAL(WS-STATS-IDX)
                                         TO DST-OUTPUT-BYTES.
           MOVE WS-STATS-ELAPSED-TOTAL(WS-STATS-IDX)
                                         TO DST-ELAPSED-TOTAL.
           MOVE WS-STATS-ELAPSED-MAX(WS-STATS-IDX) TO DST-ELAPSED-MAX.
           MOVE WS-STATS-TARGET-MS(WS-STATS-IDX)   TO DST-TARGET-MS.
           MOVE WS-STATS-OVER-TARGET(WS-STATS-IDX) TO DST-OVER-TARGET.
           MOVE WS-BUILD-DATE            TO DST-BUILD-DATE.
           MOVE WS-BUILD-TIME            TO DST-BUILD-TIME.

           IF DST-CALL-COUNT > ZERO
              COMPUTE WS-AVG-WORK ROUNDED =
                 DST-ELAPSED-TOTAL / DST-CALL-COUNT
              MOVE WS-AVG-WORK TO DST-ELAPSED-AVG

              COMPUTE WS-P95-RANK = (DST-CALL-COUNT * 95 + 99) / 100
              MOVE ZERO TO WS-BAND-CUMULATIVE
              PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                        UNTIL WS-BAND-SUB > 24
                           OR WS-BAND-CUMULATIVE NOT < WS-P95-RANK
                 ADD WS-STATS-BAND-COUNT(WS-STATS-IDX, WS-BAND-SUB)
                        TO WS-BAND-CUMULATIVE
              END-PERFORM
              SUBTRACT 1 FROM WS-BAND-SUB
              MOVE WS-BAND-LIMIT(WS-BAND-SUB) TO DST-ELAPSED-P95
              IF DST-ELAPSED-P95 > DST-ELAPSED-MAX
                 MOVE DST-ELAPSED-MAX TO DST-ELAPSED-P95
              END-IF
           END-IF.

       BUILD-ONE-DAILY-STATS-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * WRITE, and on a duplicate key (a rerun for a day already
      * built) READ the old row off and REWRITE it with the new one -
      * the WRITE-then-REWRITE-on-22 handling LOAD-ONE-SEED-ROW on
      * JAVASVCL uses, with the new row parked around the READ.
      ***************************************************************
       WRITE-ONE-DAILY-STATS-ROW SECTION.
           MOVE 'ADDED' TO WS-ROW-ACTION.
           WRITE JAVA-DAILY-STATS-RECORD.
           IF WS-DST-DUPLICATE
              MOVE JAVA-DAILY-STATS-RECORD TO WS-NEW-ROW-IMAGE
              READ JAVA-DAILY-STATS-FILE
                 KEY IS DST-KEY
                 INVALID KEY
                    CONTINUE
              END-READ
              MOVE WS-NEW-ROW-IMAGE TO JAVA-DAILY-STATS-RECORD
              IF WS-DST-FILE-OK
                 REWRITE JAVA-DAILY-STATS-RECORD
                 MOVE 'REPLACED' TO WS-ROW-ACTION
              END-IF
           END-IF.

           IF WS-DST-FILE-OK
              IF WS-ROW-ACTION = 'ADDED'
                 ADD 1 TO WS-ADDED-COUNT
              ELSE
                 ADD 1 TO WS-REPLACED-COUNT
              END-IF
           ELSE
              DISPLAY 'JAVADSB: WRITE FAILED FOR ' DST-KEY-SERVICE
                      ' ' DST-KEY-DATE ' STATUS=' WS-DST-FILE-STATUS
              MOVE 'FAILED' TO WS-ROW-ACTION
              ADD 1 TO WS-FAILED-COUNT
              SET WS-BUILD-INCOMPLETE TO TRUE
           END-IF.

       WRITE-ONE-DAILY-STATS-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-SVC-STATS-LINE SECTION.
           MOVE DST-CALL-COUNT     TO WS-DISP-TOTAL.
           MOVE DST-FAIL-COUNT     TO WS-DISP-FAIL.
           MOVE DST-ELAPSED-AVG    TO WS-DISP-AVG-MS.
           MOVE DST-ELAPSED-MAX    TO WS-DISP-MAX-MS.
           MOVE DST-ELAPSED-P95    TO WS-DISP-P95-MS.
           MOVE DST-OVER-TARGET    TO WS-DISP-OVER.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE DST-KEY-SERVICE    TO WS-DET-PROGRAM.
           MOVE WS-DISP-TOTAL      TO WS-DET-TOTAL.
           MOVE WS-DISP-FAIL       TO WS-DET-FAIL.
           MOVE WS-DISP-AVG-MS     TO WS-DET-AVG-MS.
           MOVE WS-DISP-MAX-MS     TO WS-DET-MAX-MS.
           MOVE WS-DISP-P95-MS     TO WS-DET-P95-MS.
           MOVE WS-DISP-OVER       TO WS-DET-OVER.
           MOVE WS-ROW-ACTION      TO WS-DET-ACTION.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:73).
           WRITE REPORT-LINE.

       PRINT-ONE-SVC-STATS-LINE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-SUMMARY-LINE SECTION.
           MOVE WS-DISP-COUNT TO WS-SUM-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE(1:29).
           WRITE REPORT-LINE.

       PRINT-ONE-SUMMARY-LINE-EXIT.
           EXIT.
