      *****************************************************************
      * Monthly chargeback run off JAVAUDH, so the cost of the Java
      * platform can be recovered from the application teams that
      * actually call it. JAVARCN and JAVARSP roll up by service
      * only; this job rolls up by who is calling - per calling
      * AUH-TRANID (JAVABAT traffic arrives as 'BATC' and is simply
      * one more consumer) per AUH-LOGICAL-PROGRAM it totals the
      * calls made, the bytes moved (AUH-INPUT-L and AUH-OUTPUT-L)
      * and the AUH-ELAPSED-MS spent, and prices each total from the
      * JAVARATE rate table finance maintains (see JAVARATE).
      *
      * Output is a fixed-format JAVACHGX extract for the finance
      * system to load, one record per consumer per service (see
      * JAVACHGR), and a printed summary on SYSPRINT in consumer then
      * service order with a total per consumer and a grand total.
      *
      * The optional JCL PARM is the month to charge, YYYYMM. Omit
      * it and the run charges the previous calendar month - the
      * normal shape, scheduled early each month once the last day's
      * JAVADRN/JAVAUDM loads are in. Run it before JAVAARCJ cuts the
      * month out of JAVAUDH.
      *
      * A service with no rate card of its own is priced at the '*'
      * default card; with no default card either it is extracted
      * with zero charges and CHG-RATE-FOUND 'N', flagged NORATE on
      * the report, and the run ends RETURN-CODE 4 so the missing
      * rate gets noticed. RETURN-CODE 8 means the extract is
      * incomplete (usage or rate table overflow, or a write failure)
      * and must not be sent to finance; 16 means the run never
      * started (bad PARM or a file would not open).
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVACHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JAVA-AUDIT-HIST-FILE ASSIGN TO JAVAUDH
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS AUH-KEY
                                    FILE STATUS IS WS-AUH-FILE-STATUS.
           SELECT RATE-FILE        ASSIGN TO JAVARATE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-RATE-FILE-STATUS.
           SELECT CHARGEBACK-FILE  ASSIGN TO JAVACHGX
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-CHG-FILE-STATUS.
           SELECT REPORT-FILE      ASSIGN TO SYSPRINT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-REPORT-FILE-STATUS.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  JAVA-AUDIT-HIST-FILE.
       COPY JAVAAUH.

       FD  RATE-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       COPY JAVARATE.

       FD  CHARGEBACK-FILE
           RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       COPY JAVACHGR.

       FD  REPORT-FILE
           RECORDING MODE F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE                 PIC X(133).
      ***************************************************************
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-AUH-FILE-STATUS      PIC X(2).
               88  WS-AUH-FILE-OK          VALUE '00'.
           05  WS-RATE-FILE-STATUS     PIC X(2).
               88  WS-RATE-FILE-OK         VALUE '00'.
           05  WS-CHG-FILE-STATUS      PIC X(2).
               88  WS-CHG-FILE-OK          VALUE '00'.
           05  WS-REPORT-FILE-STATUS   PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                VALUE 'Y'.
           05  WS-RATE-EOF-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-AT-RATE-EOF           VALUE 'Y'.
           05  WS-RUN-FAILED-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-RUN-HAS-FAILED        VALUE 'Y'.
           05  WS-INCOMPLETE-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-EXTRACT-INCOMPLETE    VALUE 'Y'.
           05  WS-NO-RATE-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-SOME-RATE-MISSING     VALUE 'Y'.
           05  WS-PARM-DIGITS-OK        PIC X(1) VALUE 'N'.
               88  PARM-DIGITS-ARE-OK       VALUE 'Y'.
           05  WS-PARM-IDX              PIC S9(4) COMP.
           05  WS-PERIOD-YYYYMM         PIC 9(6) VALUE ZERO.
           05  FILLER REDEFINES WS-PERIOD-YYYYMM.
               10  WS-PERIOD-YYYY       PIC 9(4).
               10  WS-PERIOD-MM         PIC 9(2).
           05  WS-NEXT-YYYYMM           PIC 9(6).
           05  FILLER REDEFINES WS-NEXT-YYYYMM.
               10  WS-NEXT-YYYY         PIC 9(4).
               10  WS-NEXT-MM           PIC 9(2).
           05  WS-TODAY-YYYYMMDD        PIC 9(8).
           05  WS-WORK-YYYYMMDD         PIC 9(8).
           05  WS-WORK-INTEGER          PIC S9(9) COMP.
           05  WS-WORK-YYYYDDD          PIC 9(7).
           05  WS-START-DATE            PIC 9(7) VALUE ZERO.
           05  WS-END-DATE              PIC 9(7) VALUE ZERO.
           05  WS-READ-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-EXTRACT-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-USAGE-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
               88  WS-USAGE-TABLE-FULL-NOTED VALUE 'Y'.
           05  WS-ROW-ADD-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-ROW-ADD-FAILED        VALUE 'Y'.
           05  WS-RATE-FOUND-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-RATE-WAS-FOUND        VALUE 'Y'.
           05  WS-DEFAULT-RATE-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-DEFAULT-RATE-LOADED   VALUE 'Y'.

      ***************************************************************
      * The rate cards, loaded once at the start of the run. The '*'
      * default card is held apart from the per-service cards so a
      * service lookup that falls off the end of the table can use
      * it directly.
      ***************************************************************
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT            PIC S9(4) COMP VALUE 0.
           05  WS-RATE-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-RATE-IDX.
               10  WS-RT-SERVICE        PIC X(8).
               10  WS-RT-PER-CALL       PIC 9(3)V9(6).
               10  WS-RT-PER-KB         PIC 9(3)V9(6).
               10  WS-RT-PER-SECOND     PIC 9(3)V9(6).
           05  WS-DEFAULT-PER-CALL      PIC 9(3)V9(6) VALUE ZERO.
           05  WS-DEFAULT-PER-KB        PIC 9(3)V9(6) VALUE ZERO.
           05  WS-DEFAULT-PER-SECOND    PIC 9(3)V9(6) VALUE ZERO.
           05  WS-USE-PER-CALL          PIC 9(3)V9(6).
           05  WS-USE-PER-KB            PIC 9(3)V9(6).
           05  WS-USE-PER-SECOND        PIC 9(3)V9(6).

      ***************************************************************
      * Usage totals per consumer per service, kept in consumer then
      * service order as rows are added (a new row is slotted in at
      * its place and the rows after it moved down one), so the
      * report and the extract come out grouped by consumer with no
      * separate sort step. 500 rows is ten times the 50-service
      * capacity the daily reports carry; a row past that is dropped
      * with one DISPLAY and the run marked incomplete.
      ***************************************************************
       01  WS-USAGE-TABLE.
           05  WS-USAGE-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-USAGE-SUB             PIC S9(4) COMP.
           05  WS-SHIFT-SUB             PIC S9(4) COMP.
           05  WS-SEARCH-KEY.
               10  WS-SEARCH-CONSUMER   PIC X(4).
               10  WS-SEARCH-SERVICE    PIC X(8).
           05  WS-USAGE-ROW OCCURS 500 TIMES.
               10  WS-USG-KEY.
                   15  WS-USG-CONSUMER  PIC X(4).
                   15  WS-USG-SERVICE   PIC X(8).
               10  WS-USG-CALLS         PIC S9(9) COMP.
               10  WS-USG-INPUT-BYTES   PIC S9(15) COMP.
               10  WS-USG-OUTPUT-BYTES  PIC S9(15) COMP.
               10  WS-USG-ELAPSED-MS    PIC S9(15) COMP.

       01  WS-CHARGE-FIELDS.
           05  WS-CALL-CHARGE           PIC S9(9)V99 COMP-3.
           05  WS-DATA-CHARGE           PIC S9(9)V99 COMP-3.
           05  WS-TIME-CHARGE           PIC S9(9)V99 COMP-3.
           05  WS-TOTAL-CHARGE          PIC S9(11)V99 COMP-3.
           05  WS-CURRENT-CONSUMER      PIC X(4) VALUE SPACES.
           05  WS-CON-CALLS             PIC S9(9) COMP.
           05  WS-CON-INPUT-BYTES       PIC S9(15) COMP.
           05  WS-CON-OUTPUT-BYTES      PIC S9(15) COMP.
           05  WS-CON-ELAPSED-MS        PIC S9(15) COMP.
           05  WS-CON-CALL-CHARGE       PIC S9(11)V99 COMP-3.
           05  WS-CON-DATA-CHARGE       PIC S9(11)V99 COMP-3.
           05  WS-CON-TIME-CHARGE       PIC S9(11)V99 COMP-3.
           05  WS-CON-TOTAL-CHARGE      PIC S9(11)V99 COMP-3.
           05  WS-ALL-CALLS             PIC S9(9) COMP VALUE 0.
           05  WS-ALL-INPUT-BYTES       PIC S9(15) COMP VALUE 0.
           05  WS-ALL-OUTPUT-BYTES      PIC S9(15) COMP VALUE 0.
           05  WS-ALL-ELAPSED-MS        PIC S9(15) COMP VALUE 0.
           05  WS-ALL-CALL-CHARGE       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ALL-DATA-CHARGE       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ALL-TIME-CHARGE       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ALL-TOTAL-CHARGE      PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-DISP-CALLS            PIC Z(8)9.
           05  WS-DISP-BYTES            PIC Z(14)9.
           05  WS-DISP-ELAPSED          PIC Z(11)9.
           05  WS-DISP-AMOUNT           PIC Z(9)9.99.
           05  WS-DISP-TOTAL-AMOUNT     PIC Z(10)9.99.
           05  WS-DISP-COUNT            PIC Z(8)9.

       01  WS-HEADING-LINE-1.
           05  FILLER PIC X(43) VALUE
               'JAVA PLATFORM MONTHLY CHARGEBACK - PERIOD '.
           05  WS-HDG-PERIOD            PIC 9(6).
       01  WS-HEADING-LINE-2.
           05  FILLER PIC X(6)  VALUE 'CONS  '.
           05  FILLER PIC X(9)  VALUE 'SERVICE  '.
           05  FILLER PIC X(10) VALUE 'CALLS     '.
           05  FILLER PIC X(16) VALUE 'INPUT-BYTES     '.
           05  FILLER PIC X(16) VALUE 'OUTPUT-BYTES    '.
           05  FILLER PIC X(13) VALUE 'ELAPSED-MS   '.
           05  FILLER PIC X(14) VALUE 'CALL-CHARGE   '.
           05  FILLER PIC X(14) VALUE 'DATA-CHARGE   '.
           05  FILLER PIC X(14) VALUE 'TIME-CHARGE   '.
           05  FILLER PIC X(15) VALUE 'TOTAL-CHARGE   '.
           05  FILLER PIC X(6)  VALUE 'NOTE  '.
       01  WS-DETAIL-LINE.
           05  WS-DET-CONSUMER          PIC X(4).
           05  FILLER                   PIC X(2).
           05  WS-DET-SERVICE           PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-DET-CALLS             PIC X(10).
           05  WS-DET-INPUT             PIC X(16).
           05  WS-DET-OUTPUT            PIC X(16).
           05  WS-DET-ELAPSED           PIC X(13).
           05  WS-DET-CALL-CHG          PIC X(14).
           05  WS-DET-DATA-CHG          PIC X(14).
           05  WS-DET-TIME-CHG          PIC X(14).
           05  WS-DET-TOTAL-CHG         PIC X(15).
           05  WS-DET-NOTE              PIC X(6).
       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X(13) VALUE
               'AUDIT READ   '.
           05  WS-SUM-READ              PIC X(9).
           05  FILLER                   PIC X(19) VALUE
               '   EXTRACT RECORDS '.
           05  WS-SUM-EXTRACTED         PIC X(9).

       LINKAGE SECTION.
       01  JCL-PARM-AREA.
           05  PARM-LEN                 PIC S9(4) COMP.
           05  PARM-DATA                PIC X(6).
      ***************************************************************
       PROCEDURE DIVISION USING JCL-PARM-AREA.
      ***************************************************************
       MAIN-PROCESSING SECTION.
           PERFORM ESTABLISH-CHARGE-PERIOD.

           IF NOT WS-RUN-HAS-FAILED
              PERFORM OPEN-CHARGEBACK-FILES
           END-IF.

           IF NOT WS-RUN-HAS-FAILED
              PERFORM LOAD-RATE-TABLE
           END-IF.

           IF WS-RUN-HAS-FAILED
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM READ-AND-ACCUMULATE-USAGE
              PERFORM PRICE-AND-REPORT-USAGE
              IF WS-EXTRACT-INCOMPLETE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-SOME-RATE-MISSING
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

           PERFORM CLOSE-CHARGEBACK-FILES.
           STOP RUN.
      ***************************************************************
      ***************************************************************
      * PARM is YYYYMM, or nothing for the previous calendar month.
      * The month's first and last days are turned into AUH-KEY-
      * DATE's own 7-digit EIBDATE format (0CYYDDD - YYYYDDD minus
      * 1900000, the same conversion JAVAARC uses for its cutoff) so
      * the browse can START at the first and stop past the last.
      ***************************************************************
       ESTABLISH-CHARGE-PERIOD SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.

           IF PARM-LEN = ZERO
              MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PERIOD-YYYYMM
              IF WS-PERIOD-MM = 1
                 SUBTRACT 1 FROM WS-PERIOD-YYYY
                 MOVE 12 TO WS-PERIOD-MM
              ELSE
                 SUBTRACT 1 FROM WS-PERIOD-MM
              END-IF
           ELSE
              IF PARM-LEN NOT = LENGTH OF PARM-DATA
                 DISPLAY 'JAVACHG: PARM MUST BE THE MONTH TO CHARGE '
                         'AS YYYYMM, OR OMITTED FOR LAST MONTH'
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
                    MOVE PARM-DATA TO WS-PERIOD-YYYYMM
                    IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                       OR WS-PERIOD-YYYY < 1901
                       MOVE 'N' TO WS-PARM-DIGITS-OK
                    END-IF
                 END-IF
                 IF NOT PARM-DIGITS-ARE-OK
                    DISPLAY 'JAVACHG: PARM IS NOT A VALID YYYYMM - '
                            PARM-DATA
                    SET WS-RUN-HAS-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF NOT WS-RUN-HAS-FAILED
              COMPUTE WS-WORK-YYYYMMDD = WS-PERIOD-YYYYMM * 100 + 1
              COMPUTE WS-WORK-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD)
              COMPUTE WS-WORK-YYYYDDD =
                 FUNCTION DAY-OF-INTEGER(WS-WORK-INTEGER)
              COMPUTE WS-START-DATE = WS-WORK-YYYYDDD - 1900000

              MOVE WS-PERIOD-YYYYMM TO WS-NEXT-YYYYMM
              IF WS-NEXT-MM = 12
                 ADD 1 TO WS-NEXT-YYYY
                 MOVE 1 TO WS-NEXT-MM
              ELSE
                 ADD 1 TO WS-NEXT-MM
              END-IF
              COMPUTE WS-WORK-YYYYMMDD = WS-NEXT-YYYYMM * 100 + 1
              COMPUTE WS-WORK-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD) - 1
              COMPUTE WS-WORK-YYYYDDD =
                 FUNCTION DAY-OF-INTEGER(WS-WORK-INTEGER)
              COMPUTE WS-END-DATE = WS-WORK-YYYYDDD - 1900000
           END-IF.

       ESTABLISH-CHARGE-PERIOD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       OPEN-CHARGEBACK-FILES SECTION.
           OPEN INPUT JAVA-AUDIT-HIST-FILE.
           OPEN INPUT RATE-FILE.
           OPEN OUTPUT CHARGEBACK-FILE.
           OPEN OUTPUT REPORT-FILE.

           IF NOT WS-AUH-FILE-OK
              DISPLAY 'JAVACHG: JAVAUDH OPEN FAILED, STATUS='
                      WS-AUH-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.
           IF NOT WS-RATE-FILE-OK
              DISPLAY 'JAVACHG: JAVARATE OPEN FAILED, STATUS='
                      WS-RATE-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.
           IF NOT WS-CHG-FILE-OK
              DISPLAY 'JAVACHG: JAVACHGX OPEN FAILED, STATUS='
                      WS-CHG-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.
           IF NOT WS-REPORT-FILE-OK
              DISPLAY 'JAVACHG: SYSPRINT OPEN FAILED, STATUS='
                      WS-REPORT-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.

       OPEN-CHARGEBACK-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLOSE-CHARGEBACK-FILES SECTION.
           IF WS-AUH-FILE-OK
              CLOSE JAVA-AUDIT-HIST-FILE
           END-IF.
           IF WS-RATE-FILE-OK
              CLOSE RATE-FILE
           END-IF.
           IF WS-CHG-FILE-OK
              CLOSE CHARGEBACK-FILE
           END-IF.
           IF WS-REPORT-FILE-OK
              CLOSE REPORT-FILE
           END-IF.

       CLOSE-CHARGEBACK-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Loads the rate deck. A rate field that is not numeric would
      * price a whole service wrongly, so it stops the run rather
      * than being taken as zero; more than 50 service cards marks
      * the run incomplete, since the services past the 50th would
      * fall back to the default rate.
      ***************************************************************
       LOAD-RATE-TABLE SECTION.
           PERFORM UNTIL WS-AT-RATE-EOF OR WS-RUN-HAS-FAILED
              READ RATE-FILE
                 AT END
                    SET WS-AT-RATE-EOF TO TRUE
                 NOT AT END
                    IF RATE-SERVICE NOT = SPACES
                       AND RATE-SERVICE(1:2) NOT = '**'
                       PERFORM STORE-ONE-RATE-CARD
                    END-IF
              END-READ
           END-PERFORM.

           IF NOT WS-DEFAULT-RATE-LOADED AND NOT WS-RUN-HAS-FAILED
              DISPLAY 'JAVACHG: NO DEFAULT (*) RATE CARD - SERVICES '
                      'WITHOUT THEIR OWN CARD WILL NOT BE PRICED'
           END-IF.

       LOAD-RATE-TABLE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       STORE-ONE-RATE-CARD SECTION.
           IF RATE-PER-CALL NOT NUMERIC
              OR RATE-PER-KB NOT NUMERIC
              OR RATE-PER-SECOND NOT NUMERIC
              DISPLAY 'JAVACHG: RATE CARD FOR ' RATE-SERVICE
                      ' HAS A NON-NUMERIC RATE - RUN STOPPED'
              SET WS-RUN-HAS-FAILED TO TRUE
           ELSE
              IF RATE-SERVICE = '*'
                 MOVE RATE-PER-CALL   TO WS-DEFAULT-PER-CALL
                 MOVE RATE-PER-KB     TO WS-DEFAULT-PER-KB
                 MOVE RATE-PER-SECOND TO WS-DEFAULT-PER-SECOND
                 SET WS-DEFAULT-RATE-LOADED TO TRUE
              ELSE
                 IF WS-RATE-COUNT < 50
                    ADD 1 TO WS-RATE-COUNT
                    SET WS-RATE-IDX TO WS-RATE-COUNT
                    MOVE RATE-SERVICE    TO WS-RT-SERVICE(WS-RATE-IDX)
                    MOVE RATE-PER-CALL   TO WS-RT-PER-CALL(WS-RATE-IDX)
                    MOVE RATE-PER-KB     TO WS-RT-PER-KB(WS-RATE-IDX)
                    MOVE RATE-PER-SECOND
                           TO WS-RT-PER-SECOND(WS-RATE-IDX)
                 ELSE
                    DISPLAY 'JAVACHG: RATE TABLE FULL AT 50 CARDS - '
                            'CARD FOR ' RATE-SERVICE ' IGNORED'
                    SET WS-EXTRACT-INCOMPLETE TO TRUE
                 END-IF
              END-IF
           END-IF.

       STORE-ONE-RATE-CARD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Browses the month out of JAVAUDH - START at its first day,
      * stop at the first record past its last - the same START/
      * stop-on-date shape JAVARCN uses for a single day.
      ***************************************************************
       READ-AND-ACCUMULATE-USAGE SECTION.
           MOVE WS-START-DATE    TO AUH-KEY-DATE.
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
                    IF AUH-KEY-DATE > WS-END-DATE
                       SET WS-AT-EOF TO TRUE
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM ACCUMULATE-ONE-USAGE-RECORD
                    END-IF
              END-READ
           END-PERFORM.

       READ-AND-ACCUMULATE-USAGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Finds this consumer/service pair's row - or the place it
      * belongs in consumer/service order - and rolls the record in.
      ***************************************************************
       ACCUMULATE-ONE-USAGE-RECORD SECTION.
           MOVE AUH-TRANID          TO WS-SEARCH-CONSUMER.
           MOVE AUH-LOGICAL-PROGRAM TO WS-SEARCH-SERVICE.
           MOVE 'N' TO WS-ROW-ADD-SWITCH.

           PERFORM VARYING WS-USAGE-SUB FROM 1 BY 1
                     UNTIL WS-USAGE-SUB > WS-USAGE-COUNT
                        OR WS-USG-KEY(WS-USAGE-SUB)
                              NOT < WS-SEARCH-KEY
              CONTINUE
           END-PERFORM.

           IF WS-USAGE-SUB > WS-USAGE-COUNT
              PERFORM INSERT-NEW-USAGE-ROW
           ELSE
              IF WS-USG-KEY(WS-USAGE-SUB) NOT = WS-SEARCH-KEY
                 PERFORM INSERT-NEW-USAGE-ROW
              END-IF
           END-IF.

           IF NOT WS-ROW-ADD-FAILED
              ADD 1              TO WS-USG-CALLS(WS-USAGE-SUB)
              ADD AUH-INPUT-L    TO WS-USG-INPUT-BYTES(WS-USAGE-SUB)
              ADD AUH-OUTPUT-L   TO WS-USG-OUTPUT-BYTES(WS-USAGE-SUB)
              ADD AUH-ELAPSED-MS TO WS-USG-ELAPSED-MS(WS-USAGE-SUB)
           END-IF.

       ACCUMULATE-ONE-USAGE-RECORD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Opens a gap at WS-USAGE-SUB by moving every row from there
      * to the end down one place (last row first, so nothing is
      * overwritten before it has moved) and starts the new row in
      * the gap.
      ***************************************************************
       INSERT-NEW-USAGE-ROW SECTION.
           IF WS-USAGE-COUNT < 500
              PERFORM VARYING WS-SHIFT-SUB FROM WS-USAGE-COUNT BY -1
                        UNTIL WS-SHIFT-SUB < WS-USAGE-SUB
                 MOVE WS-USAGE-ROW(WS-SHIFT-SUB)
                        TO WS-USAGE-ROW(WS-SHIFT-SUB + 1)
              END-PERFORM
              ADD 1 TO WS-USAGE-COUNT
              MOVE WS-SEARCH-KEY TO WS-USG-KEY(WS-USAGE-SUB)
              MOVE ZERO          TO WS-USG-CALLS(WS-USAGE-SUB)
                                    WS-USG-INPUT-BYTES(WS-USAGE-SUB)
                                    WS-USG-OUTPUT-BYTES(WS-USAGE-SUB)
                                    WS-USG-ELAPSED-MS(WS-USAGE-SUB)
           ELSE
              MOVE 'Y' TO WS-ROW-ADD-SWITCH
              SET WS-EXTRACT-INCOMPLETE TO TRUE
              IF NOT WS-USAGE-TABLE-FULL-NOTED
                 DISPLAY 'JAVACHG: WS-USAGE-TABLE FULL AT 500 '
                         'CONSUMER/SERVICE PAIRS - EXTRACT IS '
                         'INCOMPLETE'
                 SET WS-USAGE-TABLE-FULL-NOTED TO TRUE
              END-IF
           END-IF.

       INSERT-NEW-USAGE-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * One pass over the ordered usage table prices each row,
      * writes its extract record and prints its report line, with a
      * consumer total printed each time the consumer changes and
      * once more after the last row.
      ***************************************************************
       PRICE-AND-REPORT-USAGE SECTION.
           MOVE WS-PERIOD-YYYYMM TO WS-HDG-PERIOD.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE(1:49).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE(1:133).
           WRITE REPORT-LINE.

           PERFORM VARYING WS-USAGE-SUB FROM 1 BY 1
                     UNTIL WS-USAGE-SUB > WS-USAGE-COUNT
              IF WS-USG-CONSUMER(WS-USAGE-SUB) NOT = WS-CURRENT-CONSUMER
                 IF WS-USAGE-SUB > 1
                    PERFORM PRINT-CONSUMER-TOTAL-LINE
                 END-IF
                 PERFORM START-NEW-CONSUMER-TOTALS
              END-IF
              PERFORM PRICE-ONE-USAGE-ROW
              PERFORM WRITE-ONE-CHARGEBACK-RECORD
              PERFORM PRINT-ONE-USAGE-LINE
           END-PERFORM.

           IF WS-USAGE-COUNT > ZERO
              PERFORM PRINT-CONSUMER-TOTAL-LINE
           END-IF.

           PERFORM PRINT-GRAND-TOTAL-LINES.

       PRICE-AND-REPORT-USAGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       START-NEW-CONSUMER-TOTALS SECTION.
           MOVE WS-USG-CONSUMER(WS-USAGE-SUB) TO WS-CURRENT-CONSUMER.
           MOVE ZERO TO WS-CON-CALLS WS-CON-INPUT-BYTES
                        WS-CON-OUTPUT-BYTES WS-CON-ELAPSED-MS
                        WS-CON-CALL-CHARGE WS-CON-DATA-CHARGE
                        WS-CON-TIME-CHARGE WS-CON-TOTAL-CHARGE.

       START-NEW-CONSUMER-TOTALS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Own rate card first, then the '*' default; neither leaves
      * the row unpriced and flagged. Bytes are priced per 1024 and
      * elapsed time per second, each charge rounded to the cent on
      * its own before the three are added.
      ***************************************************************
       PRICE-ONE-USAGE-ROW SECTION.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH.
           SET WS-RATE-IDX TO 1.
           SEARCH WS-RATE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RATE-IDX > WS-RATE-COUNT
                 CONTINUE
              WHEN WS-RT-SERVICE(WS-RATE-IDX)
                      = WS-USG-SERVICE(WS-USAGE-SUB)
                 MOVE WS-RT-PER-CALL(WS-RATE-IDX)   TO WS-USE-PER-CALL
                 MOVE WS-RT-PER-KB(WS-RATE-IDX)     TO WS-USE-PER-KB
                 MOVE WS-RT-PER-SECOND(WS-RATE-IDX)
                                               TO WS-USE-PER-SECOND
                 SET WS-RATE-WAS-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-RATE-WAS-FOUND AND WS-DEFAULT-RATE-LOADED
              MOVE WS-DEFAULT-PER-CALL   TO WS-USE-PER-CALL
              MOVE WS-DEFAULT-PER-KB     TO WS-USE-PER-KB
              MOVE WS-DEFAULT-PER-SECOND TO WS-USE-PER-SECOND
              SET WS-RATE-WAS-FOUND TO TRUE
           END-IF.

           IF WS-RATE-WAS-FOUND
              COMPUTE WS-CALL-CHARGE ROUNDED =
                 WS-USG-CALLS(WS-USAGE-SUB) * WS-USE-PER-CALL
              COMPUTE WS-DATA-CHARGE ROUNDED =
                 (WS-USG-INPUT-BYTES(WS-USAGE-SUB)
                    + WS-USG-OUTPUT-BYTES(WS-USAGE-SUB))
                    * WS-USE-PER-KB / 1024
              COMPUTE WS-TIME-CHARGE ROUNDED =
                 WS-USG-ELAPSED-MS(WS-USAGE-SUB)
                    * WS-USE-PER-SECOND / 1000
           ELSE
              MOVE ZERO TO WS-CALL-CHARGE WS-DATA-CHARGE
                           WS-TIME-CHARGE
              SET WS-SOME-RATE-MISSING TO TRUE
           END-IF.
           COMPUTE WS-TOTAL-CHARGE =
              WS-CALL-CHARGE + WS-DATA-CHARGE + WS-TIME-CHARGE.

           ADD WS-USG-CALLS(WS-USAGE-SUB)        TO WS-CON-CALLS
                                                    WS-ALL-CALLS.
           ADD WS-USG-INPUT-BYTES(WS-USAGE-SUB)  TO WS-CON-INPUT-BYTES
                                                    WS-ALL-INPUT-BYTES.
           ADD WS-USG-OUTPUT-BYTES(WS-USAGE-SUB)
                                   TO WS-CON-OUTPUT-BYTES
                                      WS-ALL-OUTPUT-BYTES.
           ADD WS-USG-ELAPSED-MS(WS-USAGE-SUB)   TO WS-CON-ELAPSED-MS
                                                    WS-ALL-ELAPSED-MS.
           ADD WS-CALL-CHARGE  TO WS-CON-CALL-CHARGE WS-ALL-CALL-CHARGE.
           ADD WS-DATA-CHARGE  TO WS-CON-DATA-CHARGE WS-ALL-DATA-CHARGE.
           ADD WS-TIME-CHARGE  TO WS-CON-TIME-CHARGE WS-ALL-TIME-CHARGE.
           ADD WS-TOTAL-CHARGE TO WS-CON-TOTAL-CHARGE
                                  WS-ALL-TOTAL-CHARGE.

       PRICE-ONE-USAGE-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       WRITE-ONE-CHARGEBACK-RECORD SECTION.
           MOVE SPACES TO JAVA-CHARGEBACK-RECORD.
           MOVE WS-PERIOD-YYYYMM                TO CHG-PERIOD.
           MOVE WS-USG-CONSUMER(WS-USAGE-SUB)   TO CHG-CONSUMER.
           MOVE WS-USG-SERVICE(WS-USAGE-SUB)    TO CHG-SERVICE.
           MOVE WS-USG-CALLS(WS-USAGE-SUB)      TO CHG-CALLS.
           MOVE WS-USG-INPUT-BYTES(WS-USAGE-SUB)
                                                TO CHG-INPUT-BYTES.
           MOVE WS-USG-OUTPUT-BYTES(WS-USAGE-SUB)
                                                TO CHG-OUTPUT-BYTES.
           MOVE WS-USG-ELAPSED-MS(WS-USAGE-SUB) TO CHG-ELAPSED-MS.
           MOVE WS-CALL-CHARGE                  TO CHG-CALL-CHARGE.
           MOVE WS-DATA-CHARGE                  TO CHG-DATA-CHARGE.
           MOVE WS-TIME-CHARGE                  TO CHG-TIME-CHARGE.
           MOVE WS-TOTAL-CHARGE                 TO CHG-TOTAL-CHARGE.
           IF WS-RATE-WAS-FOUND
              MOVE 'Y' TO CHG-RATE-FOUND
           ELSE
              MOVE 'N' TO CHG-RATE-FOUND
           END-IF.

           WRITE JAVA-CHARGEBACK-RECORD.

           IF WS-CHG-FILE-OK
              ADD 1 TO WS-EXTRACT-COUNT
           ELSE
              DISPLAY 'JAVACHG: JAVACHGX WRITE FAILED, STATUS='
                      WS-CHG-FILE-STATUS ' FOR '
                      WS-USG-KEY(WS-USAGE-SUB)
              SET WS-EXTRACT-INCOMPLETE TO TRUE
           END-IF.

       WRITE-ONE-CHARGEBACK-RECORD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-USAGE-LINE SECTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-USG-CONSUMER(WS-USAGE-SUB) TO WS-DET-CONSUMER.
           MOVE WS-USG-SERVICE(WS-USAGE-SUB)  TO WS-DET-SERVICE.
           MOVE WS-USG-CALLS(WS-USAGE-SUB)    TO WS-DISP-CALLS.
           MOVE WS-DISP-CALLS                 TO WS-DET-CALLS.
           MOVE WS-USG-INPUT-BYTES(WS-USAGE-SUB)  TO WS-DISP-BYTES.
           MOVE WS-DISP-BYTES                 TO WS-DET-INPUT.
           MOVE WS-USG-OUTPUT-BYTES(WS-USAGE-SUB) TO WS-DISP-BYTES.
           MOVE WS-DISP-BYTES                 TO WS-DET-OUTPUT.
           MOVE WS-USG-ELAPSED-MS(WS-USAGE-SUB)   TO WS-DISP-ELAPSED.
           MOVE WS-DISP-ELAPSED               TO WS-DET-ELAPSED.
           MOVE WS-CALL-CHARGE                TO WS-DISP-AMOUNT.
           MOVE WS-DISP-AMOUNT                TO WS-DET-CALL-CHG.
           MOVE WS-DATA-CHARGE                TO WS-DISP-AMOUNT.
           MOVE WS-DISP-AMOUNT                TO WS-DET-DATA-CHG.
           MOVE WS-TIME-CHARGE                TO WS-DISP-AMOUNT.
           MOVE WS-DISP-AMOUNT                TO WS-DET-TIME-CHG.
           MOVE WS-TOTAL-CHARGE               TO WS-DISP-TOTAL-AMOUNT.
           MOVE WS-DISP-TOTAL-AMOUNT          TO WS-DET-TOTAL-CHG.
           IF NOT WS-RATE-WAS-FOUND
              MOVE 'NORATE' TO WS-DET-NOTE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:133).
           WRITE REPORT-LINE.

       PRINT-ONE-USAGE-LINE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-CONSUMER-TOTAL-LINE SECTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CURRENT-CONSUMER    TO WS-DET-CONSUMER.
           MOVE 'TOTAL'                TO WS-DET-SERVICE.
           MOVE WS-CON-CALLS           TO WS-DISP-CALLS.
           MOVE WS-DISP-CALLS          TO WS-DET-CALLS.
           MOVE WS-CON-INPUT-BYTES     TO WS-DISP-BYTES.
           MOVE WS-DISP-BYTES          TO WS-DET-INPUT.
           MOVE WS-CON-OUTPUT-BYTES    TO WS-DISP-BYTES.
           MOVE WS-DISP-BYTES          TO WS-DET-OUTPUT.
           MOVE WS-CON-ELAPSED-MS      TO WS-DISP-ELAPSED.
           MOVE WS-DISP-ELAPSED        TO WS-DET-ELAPSED.
           MOVE WS-CON-CALL-CHARGE     TO WS-DISP-AMOUNT.
           MOVE WS-DISP-AMOUNT         TO WS-DET-CALL-CHG.
           MOVE WS-CON-DATA-CHARGE     TO WS-DISP-AMOUNT.
           MOVE WS-DISP-AMOUNT         TO WS-DET-DATA-CHG.
           MOVE WS-CON-TIME-CHARGE     TO WS-DISP-AMOUNT.
           MOVE WS-DISP-AMOUNT         TO WS-DET-TIME-CHG.
           MOVE WS-CON-TOTAL-CHARGE    TO WS-DISP-TOTAL-AMOUNT.
           MOVE WS-DISP-TOTAL-AMOUNT   TO WS-DET-TOTAL-CHG.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:133).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-CONSUMER-TOTAL-LINE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-GRAND-TOTAL-LINES SECTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'ALL'                  TO WS-DET-CONSUMER.
           MOVE 'TOTAL'                TO WS-DET-SERVICE.
           MOVE WS-ALL-CALLS           TO WS-DISP-CALLS.
           MOVE WS-DISP-CALLS          TO WS-DET-CALLS.
           MOVE WS-ALL-INPUT-BYTES     TO WS-DISP-BYTES.
           MOVE WS-DISP-BYTES          TO WS-DET-INPUT.
           MOVE WS-ALL-OUTPUT-BYTES    TO WS-DISP-BYTES.
           MOVE WS-DISP-BYTES          TO WS-DET-OUTPUT.
           MOVE WS-ALL-ELAPSED-MS      TO WS-DISP-ELAPSED.
           MOVE WS-DISP-ELAPSED        TO WS-DET-ELAPSED.
           MOVE WS-ALL-CALL-CHARGE     TO WS-DISP-AMOUNT.
           MOVE WS-DISP-AMOUNT         TO WS-DET-CALL-CHG.
           MOVE WS-ALL-DATA-CHARGE     TO WS-DISP-AMOUNT.
           MOVE WS-DISP-AMOUNT         TO WS-DET-DATA-CHG.
           MOVE WS-ALL-TIME-CHARGE     TO WS-DISP-AMOUNT.
           MOVE WS-DISP-AMOUNT         TO WS-DET-TIME-CHG.
           MOVE WS-ALL-TOTAL-CHARGE    TO WS-DISP-TOTAL-AMOUNT.
           MOVE WS-DISP-TOTAL-AMOUNT   TO WS-DET-TOTAL-CHG.
           IF WS-EXTRACT-INCOMPLETE
              MOVE 'INCOMP' TO WS-DET-NOTE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:133).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-READ-COUNT    TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT    TO WS-SUM-READ.
           MOVE WS-EXTRACT-COUNT TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT    TO WS-SUM-EXTRACTED.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE(1:50).
           WRITE REPORT-LINE.

       PRINT-GRAND-TOTAL-LINES-EXIT.
           EXIT.
