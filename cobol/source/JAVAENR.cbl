      *****************************************************************
      * Daily consumer entitlement exceptions report off JAVAENUF (see
      * JAVAENU). Lists, consumer by consumer, every service a
      * consumer was turned away from on the day - as not entitled
      * on the JAVAENTF matrix (see JAVAENT), or as over its daily
      * allowance there - with the attempts turned away, the calls
      * let through against the allowance, the allowance itself and
      * when in the day the consumer first and last called. A total
      * line per consumer and a grand total follow. JAVAENUF only
      * holds rows for consumers the matrix had something to say
      * about, so a consumer the report never mentions was either
      * let through without limit or never called.
      *
      * The optional JCL PARM is the day to report, YYYYMMDD. Omit
      * it and the run reports yesterday - the normal shape,
      * scheduled early each morning once the day is over.
      *
      * RETURN-CODE 4 means the day had attempts turned away - the
      * report is worth reading; 0 that it had none. 8 means the
      * read of JAVAENUF failed partway, so the report is
      * incomplete; 16 means the run never started (bad PARM or a
      * file would not open).
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVAENR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JAVA-ENU-FILE    ASSIGN TO JAVAENUF
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ENU-KEY
                                    FILE STATUS IS WS-ENU-FILE-STATUS.
           SELECT REPORT-FILE      ASSIGN TO SYSPRINT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-REPORT-FILE-STATUS.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  JAVA-ENU-FILE.
       COPY JAVAENU.

       FD  REPORT-FILE
           RECORDING MODE F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE                 PIC X(133).
      ***************************************************************
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-ENU-FILE-STATUS      PIC X(2).
               88  WS-ENU-FILE-OK          VALUE '00'.
               88  WS-ENU-FILE-AT-END      VALUE '10'.
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
           05  WS-REPORT-DATE           PIC 9(8) VALUE ZERO.
           05  FILLER REDEFINES WS-REPORT-DATE.
               10  WS-REPORT-YYYY       PIC 9(4).
               10  WS-REPORT-MM         PIC 9(2).
               10  WS-REPORT-DD         PIC 9(2).
           05  WS-TODAY-YYYYMMDD        PIC 9(8).
           05  WS-WORK-INTEGER          PIC S9(9) COMP.
           05  WS-READ-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-PRINTED-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-CONSUMER-COUNT        PIC S9(9) COMP VALUE 0.

       01  WS-TOTAL-FIELDS.
           05  WS-CURRENT-CONSUMER.
               10  WS-CUR-TYPE          PIC X(1) VALUE SPACE.
               10  WS-CUR-NAME          PIC X(48) VALUE SPACES.
           05  WS-CON-ROWS              PIC S9(9) COMP VALUE 0.
           05  WS-CON-CALLS             PIC S9(9) COMP VALUE 0.
           05  WS-CON-DENIED            PIC S9(9) COMP VALUE 0.
           05  WS-CON-OVER              PIC S9(9) COMP VALUE 0.
           05  WS-ALL-CALLS             PIC S9(9) COMP VALUE 0.
           05  WS-ALL-DENIED            PIC S9(9) COMP VALUE 0.
           05  WS-ALL-OVER              PIC S9(9) COMP VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-DISP-COUNT            PIC Z(8)9.
           05  WS-HHMMSS                PIC 9(6).
           05  FILLER REDEFINES WS-HHMMSS.
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
           05  FILLER PIC X(44) VALUE
               'JAVA CONSUMER ENTITLEMENT EXCEPTIONS - DAY '.
           05  WS-HDG-DATE              PIC 9(8).
       01  WS-HEADING-LINE-2.
           05  FILLER PIC X(3)  VALUE 'T  '.
           05  FILLER PIC X(50) VALUE 'CONSUMER'.
           05  FILLER PIC X(9)  VALUE 'SERVICE  '.
           05  FILLER PIC X(10) VALUE '   DENIED '.
           05  FILLER PIC X(10) VALUE '     OVER '.
           05  FILLER PIC X(10) VALUE '  ALLOWED '.
           05  FILLER PIC X(10) VALUE 'ALLOWANCE '.
           05  FILLER PIC X(10) VALUE 'FIRST     '.
           05  FILLER PIC X(10) VALUE 'LAST      '.
       01  WS-DETAIL-LINE.
           05  WS-DET-TYPE              PIC X(1).
           05  FILLER                   PIC X(2).
           05  WS-DET-CONSUMER          PIC X(48).
           05  FILLER                   PIC X(2).
           05  WS-DET-SERVICE           PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-DET-DENIED            PIC X(10).
           05  WS-DET-OVER              PIC X(10).
           05  WS-DET-CALLS             PIC X(10).
           05  WS-DET-ALLOWANCE         PIC X(10).
           05  WS-DET-FIRST             PIC X(10).
           05  WS-DET-LAST              PIC X(10).
           05  WS-DET-NOTE              PIC X(6).
       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X(13) VALUE
               'USAGE READ   '.
           05  WS-SUM-READ              PIC X(9).
           05  FILLER                   PIC X(17) VALUE
               '   ROWS PRINTED '.
           05  WS-SUM-PRINTED           PIC X(9).
           05  FILLER                   PIC X(13) VALUE
               '   CONSUMERS '.
           05  WS-SUM-CONSUMERS         PIC X(9).

       LINKAGE SECTION.
       01  JCL-PARM-AREA.
           05  PARM-LEN                 PIC S9(4) COMP.
           05  PARM-DATA                PIC X(8).
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
              PERFORM READ-AND-REPORT-USAGE
              PERFORM PRINT-GRAND-TOTAL-LINES
              IF WS-REPORT-INCOMPLETE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-ALL-DENIED > ZERO OR WS-ALL-OVER > ZERO
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
      * PARM is YYYYMMDD, or nothing for yesterday - ENU-DATE is kept
      * in the same form, so the day needs no conversion to START
      * the browse at it.
      ***************************************************************
       ESTABLISH-REPORT-DAY SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.

           IF PARM-LEN = ZERO
              COMPUTE WS-WORK-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 1
              COMPUTE WS-REPORT-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           ELSE
              IF PARM-LEN NOT = LENGTH OF PARM-DATA
                 DISPLAY 'JAVAENR: PARM MUST BE THE DAY TO REPORT '
                         'AS YYYYMMDD, OR OMITTED FOR YESTERDAY'
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
                    MOVE PARM-DATA TO WS-REPORT-DATE
                    IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                       OR WS-REPORT-DD < 1 OR WS-REPORT-DD > 31
                       OR WS-REPORT-YYYY < 1901
                       MOVE 'N' TO WS-PARM-DIGITS-OK
                    END-IF
                 END-IF
                 IF NOT PARM-DIGITS-ARE-OK
                    DISPLAY 'JAVAENR: PARM IS NOT A VALID YYYYMMDD - '
                            PARM-DATA
                    SET WS-RUN-HAS-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.

       ESTABLISH-REPORT-DAY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       OPEN-REPORT-FILES SECTION.
           OPEN INPUT JAVA-ENU-FILE.
           OPEN OUTPUT REPORT-FILE.

           IF NOT WS-ENU-FILE-OK
              DISPLAY 'JAVAENR: JAVAENUF OPEN FAILED, STATUS='
                      WS-ENU-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.
           IF NOT WS-REPORT-FILE-OK
              DISPLAY 'JAVAENR: SYSPRINT OPEN FAILED, STATUS='
                      WS-REPORT-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.

       OPEN-REPORT-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLOSE-REPORT-FILES SECTION.
           IF WS-ENU-FILE-OK OR WS-ENU-FILE-AT-END
              CLOSE JAVA-ENU-FILE
           END-IF.
           IF WS-REPORT-FILE-OK
              CLOSE REPORT-FILE
           END-IF.

       CLOSE-REPORT-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-REPORT-HEADINGS SECTION.
           MOVE WS-REPORT-DATE TO WS-HDG-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE(1:52).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE(1:122).
           WRITE REPORT-LINE.

       PRINT-REPORT-HEADINGS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Browses the day out of JAVAENUF - START at its first row,
      * stop at the first row of the next day. The key runs day,
      * consumer type, consumer, service, so the rows arrive grouped
      * by consumer and the consumer totals are plain control breaks.
      ***************************************************************
       READ-AND-REPORT-USAGE SECTION.
           MOVE WS-REPORT-DATE   TO ENU-DATE.
           MOVE LOW-VALUES       TO ENU-CONSUMER-TYPE ENU-CONSUMER
                                    ENU-SERVICE.
           START JAVA-ENU-FILE KEY IS NOT LESS THAN ENU-KEY
              INVALID KEY
                 SET WS-AT-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-AT-EOF
              READ JAVA-ENU-FILE NEXT RECORD
                 AT END
                    SET WS-AT-EOF TO TRUE
                 NOT AT END
                    IF ENU-DATE NOT = WS-REPORT-DATE
                       SET WS-AT-EOF TO TRUE
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM REPORT-ONE-USAGE-ROW
                    END-IF
              END-READ
              IF NOT WS-AT-EOF AND NOT WS-ENU-FILE-OK
                 DISPLAY 'JAVAENR: JAVAENUF READ FAILED, STATUS='
                         WS-ENU-FILE-STATUS
                 SET WS-REPORT-INCOMPLETE TO TRUE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-PERFORM.

           IF WS-CON-ROWS > ZERO
              PERFORM PRINT-CONSUMER-TOTAL-LINE
           END-IF.

       READ-AND-REPORT-USAGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Only rows with attempts turned away are printed; a consumer
      * that had none all day gets no lines and no total.
      ***************************************************************
       REPORT-ONE-USAGE-ROW SECTION.
           IF ENU-DENIED-COUNT > ZERO OR ENU-OVER-COUNT > ZERO
              IF ENU-CONSUMER-TYPE NOT = WS-CUR-TYPE
                          OR ENU-CONSUMER NOT = WS-CUR-NAME
                 IF WS-CON-ROWS > ZERO
                    PERFORM PRINT-CONSUMER-TOTAL-LINE
                 END-IF
                 PERFORM START-NEW-CONSUMER-TOTALS
              END-IF
              PERFORM PRINT-ONE-USAGE-LINE
              ADD 1                TO WS-CON-ROWS
              ADD ENU-CALL-COUNT   TO WS-CON-CALLS WS-ALL-CALLS
              ADD ENU-DENIED-COUNT TO WS-CON-DENIED WS-ALL-DENIED
              ADD ENU-OVER-COUNT   TO WS-CON-OVER WS-ALL-OVER
           END-IF.

       REPORT-ONE-USAGE-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       START-NEW-CONSUMER-TOTALS SECTION.
           MOVE ENU-CONSUMER-TYPE TO WS-CUR-TYPE.
           MOVE ENU-CONSUMER      TO WS-CUR-NAME.
           MOVE ZERO TO WS-CON-ROWS WS-CON-CALLS WS-CON-DENIED
                        WS-CON-OVER.
           ADD 1 TO WS-CONSUMER-COUNT.

       START-NEW-CONSUMER-TOTALS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The allowance column is left blank where no daily allowance
      * applied - a consumer only ever refused as not entitled.
      ***************************************************************
       PRINT-ONE-USAGE-LINE SECTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE ENU-CONSUMER-TYPE   TO WS-DET-TYPE.
           MOVE ENU-CONSUMER        TO WS-DET-CONSUMER.
           MOVE ENU-SERVICE         TO WS-DET-SERVICE.
           MOVE ENU-DENIED-COUNT    TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-DET-DENIED.
           MOVE ENU-OVER-COUNT      TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-DET-OVER.
           MOVE ENU-CALL-COUNT      TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-DET-CALLS.
           IF ENU-ALLOWANCE > ZERO
              MOVE ENU-ALLOWANCE    TO WS-DISP-COUNT
              MOVE WS-DISP-COUNT    TO WS-DET-ALLOWANCE
           END-IF.
           MOVE ENU-FIRST-TIME      TO WS-HHMMSS.
           PERFORM EDIT-HHMMSS.
           MOVE WS-DISP-TIME        TO WS-DET-FIRST.
           MOVE ENU-LAST-TIME       TO WS-HHMMSS.
           PERFORM EDIT-HHMMSS.
           MOVE WS-DISP-TIME        TO WS-DET-LAST.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:128).
           WRITE REPORT-LINE.
           ADD 1 TO WS-PRINTED-COUNT.

       PRINT-ONE-USAGE-LINE-EXIT.
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
       PRINT-CONSUMER-TOTAL-LINE SECTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CUR-TYPE         TO WS-DET-TYPE.
           MOVE WS-CUR-NAME         TO WS-DET-CONSUMER.
           MOVE 'TOTAL'             TO WS-DET-SERVICE.
           MOVE WS-CON-DENIED       TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-DET-DENIED.
           MOVE WS-CON-OVER         TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-DET-OVER.
           MOVE WS-CON-CALLS        TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-DET-CALLS.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:128).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE ZERO TO WS-CON-ROWS.

       PRINT-CONSUMER-TOTAL-LINE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-GRAND-TOTAL-LINES SECTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'ALL'               TO WS-DET-CONSUMER.
           MOVE 'TOTAL'             TO WS-DET-SERVICE.
           MOVE WS-ALL-DENIED       TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-DET-DENIED.
           MOVE WS-ALL-OVER         TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-DET-OVER.
           MOVE WS-ALL-CALLS        TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO WS-DET-CALLS.
           IF WS-REPORT-INCOMPLETE
              MOVE 'INCOMP' TO WS-DET-NOTE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:128).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-READ-COUNT     TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT     TO WS-SUM-READ.
           MOVE WS-PRINTED-COUNT  TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT     TO WS-SUM-PRINTED.
           MOVE WS-CONSUMER-COUNT TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT     TO WS-SUM-CONSUMERS.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE(1:79).
           WRITE REPORT-LINE.

       PRINT-GRAND-TOTAL-LINES-EXIT.
           EXIT.
