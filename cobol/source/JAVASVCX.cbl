      *****************************************************************
      * Export/compare/promote utility for the JAVASVCF service table,
      * so a service's configuration moves test -> QA -> production as
      * a reviewed file rather than being keyed again by hand through
      * JAVASVCM in every region (and drifting apart as it is). The
      * JCL PARM picks one of three actions, optionally followed by a
      * comma and a region label of up to 8 characters that is
      * printed on the report and, for EXPORT, stamped on the unload:
      *
      *   EXPORT   unload this region's JAVASVCF to the JAVASVCU
      *            sequential file (see JAVASVCU) - header, one record
      *            per service in logical-name order, trailer
      *   COMPARE  read a JAVASVCU unload (typically taken in another
      *            region) and print, field by field, how this
      *            region's JAVASVCF differs from it - rows only in
      *            the unload, rows only here, and each field that
      *            differs on a row both have. Nothing is updated.
      *   PROMOTE  apply a reviewed JAVASVCU unload to this region's
      *            JAVASVCF - a row only in the unload is added, a
      *            row that differs is changed, a row already the same
      *            is left alone, and each add/change is journaled to
      *            JAVASVCJ with JRN-ACTION 'PROMOTE' and full before/
      *            after images. Rows only in this region are reported
      *            but never deleted.
      *
      * COMPARE and PROMOTE check the whole unload before touching
      * anything - header first, trailer last with a row count that
      * agrees, logical names in ascending order with no duplicates,
      * and every field valid the way JAVASVCM would insist on. An
      * unload failing any check is listed on the report and nothing
      * is compared or applied. PROMOTE also refuses to run without a
      * usable JAVASVCJ, since an unjournaled promote is exactly the
      * untraceable change the journal exists to prevent.
      *
      * The runtime counters SVC-CONSEC-FAILURES, SVC-IN-FLIGHT-COUNT
      * and SVC-DIAG-SLOT are never exported, compared or promoted -
      * a changed row keeps this region's own values (SVC-DIAG-SLOT
      * is pulled back inside a lowered SVC-DIAG-KEEP, as JAVASVCM
      * does) and an added row starts them at zero. The canary
      * candidate's trial state and counts are handled the same way,
      * except that a row promoted with a different candidate program
      * starts the new candidate's trial afresh, as JAVASVCM does.
      *
      * JAVASVCF is updated from batch here the same way JAVASVCL
      * loads it, so for a PROMOTE the file must be closed to the
      * CICS region first (see JAVSVXPJ).
      *
      * RETURN-CODE: 0 clean; 4 COMPARE found differences; 8 PROMOTE
      * could not apply or journal some rows (the report says which);
      * 16 the run never started - bad PARM, a file would not open,
      * or the unload failed its checks, so nothing was applied.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVASVCX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JAVA-SVC-FILE    ASSIGN TO JAVASVCF
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SVC-LOGICAL-NAME
                                    FILE STATUS IS WS-SVC-FILE-STATUS.
           SELECT JAVA-JRN-FILE    ASSIGN TO JAVASVCJ
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS JRN-KEY
                                    FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT UNLOAD-FILE      ASSIGN TO JAVASVCU
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-UNL-FILE-STATUS.
           SELECT REPORT-FILE      ASSIGN TO SYSPRINT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                       WS-REPORT-FILE-STATUS.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  JAVA-SVC-FILE.
       COPY JAVASVCR.

       FD  JAVA-JRN-FILE.
       COPY JAVASVCJ.

       FD  UNLOAD-FILE
           RECORDING MODE F
           RECORD CONTAINS 400 CHARACTERS.
       COPY JAVASVCU.

       FD  REPORT-FILE
           RECORDING MODE F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE                 PIC X(133).
      ***************************************************************
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-SVC-FILE-STATUS      PIC X(2).
               88  WS-SVC-FILE-OK          VALUE '00'.
           05  WS-JRN-FILE-STATUS      PIC X(2).
               88  WS-JRN-FILE-OK          VALUE '00'.
               88  WS-JRN-DUPLICATE        VALUE '22'.
               88  WS-JRN-FILE-EMPTY       VALUE '35'.
           05  WS-UNL-FILE-STATUS      PIC X(2).
               88  WS-UNL-FILE-OK          VALUE '00'.
           05  WS-REPORT-FILE-STATUS   PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-AT-EOF                VALUE 'Y'.
           05  WS-RUN-FAILED-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-RUN-HAS-FAILED        VALUE 'Y'.
           05  WS-INCOMPLETE-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-PROMOTE-INCOMPLETE    VALUE 'Y'.
           05  WS-TRAILER-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-TRAILER-WAS-SEEN      VALUE 'Y'.
           05  WS-JRN-USABLE            PIC X(1) VALUE 'N'.
               88  JOURNAL-IS-USABLE        VALUE 'Y'.
           05  WS-PARM-ACTION           PIC X(8) VALUE SPACES.
               88  WS-ACTION-EXPORT         VALUE 'EXPORT'.
               88  WS-ACTION-COMPARE        VALUE 'COMPARE'.
               88  WS-ACTION-PROMOTE        VALUE 'PROMOTE'.
           05  WS-PARM-REGION           PIC X(8) VALUE SPACES.
           05  WS-RUN-DATE              PIC 9(8).
           05  WS-RUN-TIME              PIC 9(6).
           05  WS-RECORD-NUMBER         PIC S9(9) COMP VALUE 0.
           05  WS-ROW-COUNT             PIC S9(9) COMP VALUE 0.
           05  WS-ERROR-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-SAME-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-DIFFER-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-NEW-COUNT             PIC S9(9) COMP VALUE 0.
           05  WS-TARGET-ONLY-COUNT     PIC S9(9) COMP VALUE 0.
           05  WS-FAILED-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-FIELD-DIFF-COUNT      PIC S9(4) COMP VALUE 0.
           05  WS-PREV-KEY              PIC X(8).
           05  WS-UNLOAD-REGION         PIC X(8) VALUE SPACES.
           05  WS-UNLOAD-DATE           PIC 9(8) VALUE ZERO.
           05  WS-UNLOAD-TIME           PIC 9(6) VALUE ZERO.
           05  WS-ERROR-TEXT            PIC X(60).
           05  WS-ROW-STATUS            PIC X(12).
           05  WS-DIFF-FIELD            PIC X(16).
           05  WS-DIFF-UNLOAD           PIC X(40).
           05  WS-DIFF-TARGET           PIC X(40).
           05  WS-DIFF-NUM-UNLOAD       PIC -(9)9.
           05  WS-DIFF-NUM-TARGET       PIC -(9)9.
      * The row as it stood before a PROMOTE changed it - journaled
      * as the before image. Must track the JAVA-SERVICE-RECORD size
      * (see JAVASVCR).
           05  WS-BEFORE-IMAGE          PIC X(346).
           05  WS-UNLOAD-KEY-COUNT      PIC S9(4) COMP VALUE 0.

      ***************************************************************
      * Every logical name in the unload, in the ascending order the
      * checks insist on, so the pass over this region's JAVASVCF can
      * SEARCH ALL for the rows the unload does not carry. Unused
      * entries hold HIGH-VALUES to keep the table in order.
      ***************************************************************
       01  WS-UNLOAD-KEY-TABLE.
           05  WS-UNLOAD-KEY-ENTRY OCCURS 500 TIMES
                                   ASCENDING KEY IS WS-UNLOAD-KEY
                                   INDEXED BY WS-KEY-IDX.
               10  WS-UNLOAD-KEY        PIC X(8).

       01  WS-REPORT-FIELDS.
           05  WS-DISP-COUNT            PIC Z(8)9.

       01  WS-HEADING-LINE-1            PIC X(80).
       01  WS-HEADING-LINE-2            PIC X(80).
       01  WS-HEADING-LINE-3.
           05  FILLER PIC X(10) VALUE 'SERVICE   '.
           05  FILLER PIC X(12) VALUE 'STATUS      '.
           05  FILLER PIC X(16) VALUE 'FIELD           '.
           05  FILLER PIC X(42) VALUE 'UNLOAD VALUE'.
           05  FILLER PIC X(40) VALUE 'THIS REGION VALUE'.
       01  WS-DETAIL-LINE.
           05  WS-DET-SERVICE           PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-DET-STATUS            PIC X(12).
           05  WS-DET-FIELD             PIC X(16).
           05  WS-DET-UNLOAD            PIC X(40).
           05  FILLER                   PIC X(2).
           05  WS-DET-TARGET            PIC X(40).
       01  WS-ERROR-LINE.
           05  FILLER PIC X(14) VALUE 'UNLOAD RECORD '.
           05  WS-ERR-RECORD            PIC X(9).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-ERR-SERVICE           PIC X(8).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-ERR-TEXT              PIC X(60).
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(28).
           05  WS-SUM-COUNT             PIC X(9).

       LINKAGE SECTION.
       01  JCL-PARM-AREA.
           05  PARM-LEN                 PIC S9(4) COMP.
           05  PARM-DATA                PIC X(20).
      ***************************************************************
       PROCEDURE DIVISION USING JCL-PARM-AREA.
      ***************************************************************
       MAIN-PROCESSING SECTION.
           PERFORM ESTABLISH-RUN-ACTION.

           IF NOT WS-RUN-HAS-FAILED
              PERFORM OPEN-UTILITY-FILES
           END-IF.

           IF NOT WS-RUN-HAS-FAILED
              PERFORM PRINT-UTILITY-HEADINGS
              IF WS-ACTION-EXPORT
                 PERFORM EXPORT-SERVICE-TABLE
              ELSE
                 PERFORM VALIDATE-UNLOAD-FILE
                 IF NOT WS-RUN-HAS-FAILED
                    PERFORM PRINT-UNLOAD-HEADINGS
                    PERFORM COMPARE-OR-PROMOTE-UNLOAD
                    PERFORM LIST-TARGET-ONLY-ROWS
                 END-IF
              END-IF
              PERFORM PRINT-UTILITY-SUMMARY
           END-IF.

           IF WS-RUN-HAS-FAILED
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-PROMOTE-INCOMPLETE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-ACTION-COMPARE
                    AND (WS-DIFFER-COUNT > ZERO
                         OR WS-NEW-COUNT > ZERO
                         OR WS-TARGET-ONLY-COUNT > ZERO)
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

           PERFORM CLOSE-UTILITY-FILES.
           STOP RUN.
      ***************************************************************
      ***************************************************************
      * PARM is EXPORT, COMPARE or PROMOTE, optionally followed by a
      * comma and a region label (e.g. 'EXPORT,CICSTST1').
      ***************************************************************
       ESTABLISH-RUN-ACTION SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.

           IF PARM-LEN > ZERO
              UNSTRING PARM-DATA(1:PARM-LEN) DELIMITED BY ','
                  INTO WS-PARM-ACTION WS-PARM-REGION
              END-UNSTRING
           END-IF.

           IF NOT WS-ACTION-EXPORT AND NOT WS-ACTION-COMPARE
                                   AND NOT WS-ACTION-PROMOTE
              DISPLAY 'JAVASVCX: PARM MUST BE EXPORT, COMPARE OR '
                      'PROMOTE, OPTIONALLY FOLLOWED BY ,REGION'
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.

       ESTABLISH-RUN-ACTION-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * EXPORT and COMPARE only read JAVASVCF; PROMOTE opens it I-O
      * and needs the journal as well, with the same never-loaded
      * OPEN fallback OPEN-JOURNAL-FILE on JAVASVCL uses. The unload
      * itself is opened by the sections that read or write it.
      ***************************************************************
       OPEN-UTILITY-FILES SECTION.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-FILE-OK
              DISPLAY 'JAVASVCX: SYSPRINT OPEN FAILED, STATUS='
                      WS-REPORT-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.

           IF WS-ACTION-PROMOTE
              OPEN I-O JAVA-SVC-FILE
           ELSE
              OPEN INPUT JAVA-SVC-FILE
           END-IF.
           IF NOT WS-SVC-FILE-OK
              DISPLAY 'JAVASVCX: JAVASVCF OPEN FAILED, STATUS='
                      WS-SVC-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           END-IF.

           IF WS-ACTION-PROMOTE
              OPEN I-O JAVA-JRN-FILE
              IF WS-JRN-FILE-EMPTY
                 OPEN OUTPUT JAVA-JRN-FILE
              END-IF
              IF WS-JRN-FILE-OK
                 SET JOURNAL-IS-USABLE TO TRUE
              ELSE
                 DISPLAY 'JAVASVCX: JAVASVCJ OPEN FAILED, STATUS='
                         WS-JRN-FILE-STATUS
                         ' - PROMOTE NOT STARTED'
                 SET WS-RUN-HAS-FAILED TO TRUE
              END-IF
           END-IF.

       OPEN-UTILITY-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLOSE-UTILITY-FILES SECTION.
           IF WS-SVC-FILE-OK
              CLOSE JAVA-SVC-FILE
           END-IF.
           IF JOURNAL-IS-USABLE
              CLOSE JAVA-JRN-FILE
           END-IF.
           IF WS-REPORT-FILE-OK
              CLOSE REPORT-FILE
           END-IF.

       CLOSE-UTILITY-FILES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-UTILITY-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE-1.
           STRING 'JAVASVCF '            DELIMITED BY SIZE
                  WS-PARM-ACTION         DELIMITED BY SPACE
                  ' - THIS REGION '      DELIMITED BY SIZE
                  WS-PARM-REGION         DELIMITED BY SIZE
                  ' - RUN '              DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-RUN-TIME            DELIMITED BY SIZE
                  INTO WS-HEADING-LINE-1
           END-STRING.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-1 TO REPORT-LINE(1:80).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-UTILITY-HEADINGS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Once the unload has passed its checks, say where it came from
      * and head up the row-by-row listing.
      ***************************************************************
       PRINT-UNLOAD-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE-2.
           STRING 'UNLOAD TAKEN FROM REGION ' DELIMITED BY SIZE
                  WS-UNLOAD-REGION       DELIMITED BY SIZE
                  ' ON '                 DELIMITED BY SIZE
                  WS-UNLOAD-DATE         DELIMITED BY SIZE
                  ' AT '                 DELIMITED BY SIZE
                  WS-UNLOAD-TIME         DELIMITED BY SIZE
                  INTO WS-HEADING-LINE-2
           END-STRING.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE(1:80).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-3 TO REPORT-LINE(1:120).
           WRITE REPORT-LINE.

       PRINT-UNLOAD-HEADINGS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Header, then every JAVASVCF row in key order, then a trailer
      * carrying the count the checks on COMPARE/PROMOTE hold the
      * unload to.
      ***************************************************************
       EXPORT-SERVICE-TABLE SECTION.
           OPEN OUTPUT UNLOAD-FILE.
           IF NOT WS-UNL-FILE-OK
              DISPLAY 'JAVASVCX: JAVASVCU OPEN FAILED, STATUS='
                      WS-UNL-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           ELSE
              MOVE SPACES TO JAVA-SERVICE-UNLOAD-RECORD
              SET SVU-IS-HEADER TO TRUE
              MOVE WS-PARM-REGION TO SVU-HDR-REGION
              MOVE WS-RUN-DATE    TO SVU-HDR-DATE
              MOVE WS-RUN-TIME    TO SVU-HDR-TIME
              WRITE JAVA-SERVICE-UNLOAD-RECORD

              MOVE SPACES TO REPORT-LINE
              MOVE WS-HEADING-LINE-3 TO REPORT-LINE(1:22)
              WRITE REPORT-LINE

              PERFORM UNTIL WS-AT-EOF
                 READ JAVA-SVC-FILE NEXT RECORD
                    AT END
                       SET WS-AT-EOF TO TRUE
                    NOT AT END
                       PERFORM BUILD-UNLOAD-FROM-SERVICE
                       WRITE JAVA-SERVICE-UNLOAD-RECORD
                       ADD 1 TO WS-ROW-COUNT
                       MOVE 'EXPORTED' TO WS-ROW-STATUS
                       PERFORM PRINT-ONE-ROW-STATUS-LINE
                 END-READ
              END-PERFORM

              MOVE SPACES TO JAVA-SERVICE-UNLOAD-RECORD
              SET SVU-IS-TRAILER TO TRUE
              MOVE WS-ROW-COUNT TO SVU-TRL-ROW-COUNT
              WRITE JAVA-SERVICE-UNLOAD-RECORD

              IF NOT WS-UNL-FILE-OK
                 DISPLAY 'JAVASVCX: JAVASVCU WRITE FAILED, STATUS='
                         WS-UNL-FILE-STATUS
                 SET WS-RUN-HAS-FAILED TO TRUE
              END-IF
              CLOSE UNLOAD-FILE
           END-IF.

       EXPORT-SERVICE-TABLE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       BUILD-UNLOAD-FROM-SERVICE SECTION.
           MOVE SPACES TO JAVA-SERVICE-UNLOAD-RECORD.
           SET SVU-IS-SERVICE TO TRUE.
           MOVE SVC-LOGICAL-NAME    TO SVU-LOGICAL-NAME.
           MOVE SVC-REAL-PROGRAM    TO SVU-REAL-PROGRAM.
           MOVE SVC-ASYNC-TRANID    TO SVU-ASYNC-TRANID.
           MOVE SVC-ENABLED         TO SVU-ENABLED.
           MOVE SVC-TIMEOUT-SECS    TO SVU-TIMEOUT-SECS.
           MOVE SVC-MAX-RETRIES     TO SVU-MAX-RETRIES.
           MOVE SVC-FAIL-THRESHOLD  TO SVU-FAIL-THRESHOLD.
           MOVE SVC-MAX-CONCURRENT  TO SVU-MAX-CONCURRENT.
           MOVE SVC-SIMULATE        TO SVU-SIMULATE.
           MOVE SVC-SIM-OUTPUT-L    TO SVU-SIM-OUTPUT-L.
           MOVE SVC-SIM-OUTPUT      TO SVU-SIM-OUTPUT.
           MOVE SVC-TARGET-MS       TO SVU-TARGET-MS.
           MOVE SVC-REMOTE-SYSID    TO SVU-REMOTE-SYSID.
           MOVE SVC-MIN-INPUT-L     TO SVU-MIN-INPUT-L.
           MOVE SVC-MAX-INPUT-L     TO SVU-MAX-INPUT-L.
           MOVE SVC-INPUT-RULE      TO SVU-INPUT-RULE.
           MOVE SVC-INPUT-RULE-LEN  TO SVU-INPUT-RULE-LEN.
           MOVE SVC-INPUT-PREFIX    TO SVU-INPUT-PREFIX.
           MOVE SVC-DIAG-KEEP       TO SVU-DIAG-KEEP.
           MOVE SVC-CAND-PROGRAM    TO SVU-CAND-PROGRAM.
           MOVE SVC-CAND-PCT        TO SVU-CAND-PCT.
           MOVE SVC-CAND-FAIL-LIMIT TO SVU-CAND-FAIL-LIMIT.
           MOVE SVC-CAND-MIN-CALLS  TO SVU-CAND-MIN-CALLS.

       BUILD-UNLOAD-FROM-SERVICE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * First pass over the unload - nothing is compared or applied
      * until every record has passed. Each problem found is listed
      * on the report; any at all ends the run RETURN-CODE 16.
      ***************************************************************
       VALIDATE-UNLOAD-FILE SECTION.
           OPEN INPUT UNLOAD-FILE.
           IF NOT WS-UNL-FILE-OK
              DISPLAY 'JAVASVCX: JAVASVCU OPEN FAILED, STATUS='
                      WS-UNL-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           ELSE
              MOVE LOW-VALUES  TO WS-PREV-KEY
              MOVE HIGH-VALUES TO WS-UNLOAD-KEY-TABLE
              PERFORM UNTIL WS-AT-EOF
                 READ UNLOAD-FILE
                    AT END
                       SET WS-AT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       PERFORM VALIDATE-ONE-UNLOAD-RECORD
                 END-READ
              END-PERFORM
              CLOSE UNLOAD-FILE
              MOVE 'N' TO WS-EOF-SWITCH

              MOVE SPACES TO JAVA-SERVICE-UNLOAD-RECORD
              IF WS-RECORD-NUMBER = ZERO
                 MOVE 'UNLOAD IS EMPTY' TO WS-ERROR-TEXT
                 PERFORM PRINT-UNLOAD-ERROR
              ELSE
                 IF NOT WS-TRAILER-WAS-SEEN
                    MOVE 'NO TRAILER - UNLOAD IS INCOMPLETE'
                                      TO WS-ERROR-TEXT
                    PERFORM PRINT-UNLOAD-ERROR
                 END-IF
              END-IF

              IF WS-ERROR-COUNT > ZERO
                 DISPLAY 'JAVASVCX: JAVASVCU FAILED ITS CHECKS - '
                         'SEE SYSPRINT, NOTHING APPLIED'
                 SET WS-RUN-HAS-FAILED TO TRUE
              END-IF
           END-IF.

       VALIDATE-UNLOAD-FILE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       VALIDATE-ONE-UNLOAD-RECORD SECTION.
           EVALUATE TRUE
              WHEN WS-TRAILER-WAS-SEEN
                 MOVE 'RECORD FOUND AFTER THE TRAILER'
                                      TO WS-ERROR-TEXT
                 PERFORM PRINT-UNLOAD-ERROR
              WHEN WS-RECORD-NUMBER = 1
                 IF SVU-IS-HEADER
                    MOVE SVU-HDR-REGION TO WS-UNLOAD-REGION
                    MOVE SVU-HDR-DATE   TO WS-UNLOAD-DATE
                    MOVE SVU-HDR-TIME   TO WS-UNLOAD-TIME
                 ELSE
                    MOVE 'FIRST RECORD IS NOT THE HEADER'
                                      TO WS-ERROR-TEXT
                    PERFORM PRINT-UNLOAD-ERROR
                 END-IF
              WHEN SVU-IS-SERVICE
                 ADD 1 TO WS-ROW-COUNT
                 PERFORM VALIDATE-ONE-SERVICE-ROW
              WHEN SVU-IS-TRAILER
                 SET WS-TRAILER-WAS-SEEN TO TRUE
                 IF SVU-TRL-ROW-COUNT NOT NUMERIC
                    OR SVU-TRL-ROW-COUNT NOT = WS-ROW-COUNT
                    MOVE 'TRAILER ROW COUNT DOES NOT MATCH THE ROWS'
                                      TO WS-ERROR-TEXT
                    PERFORM PRINT-UNLOAD-ERROR
                 END-IF
              WHEN OTHER
                 MOVE 'UNEXPECTED RECORD TYPE' TO WS-ERROR-TEXT
                 PERFORM PRINT-UNLOAD-ERROR
           END-EVALUATE.

       VALIDATE-ONE-UNLOAD-RECORD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The same rules JAVASVCM holds a keyed row to, plus the order
      * the SEARCH ALL in LIST-TARGET-ONLY-ROWS depends on.
      ***************************************************************
       VALIDATE-ONE-SERVICE-ROW SECTION.
           IF SVU-LOGICAL-NAME = SPACES
              MOVE 'LOGICAL NAME IS BLANK' TO WS-ERROR-TEXT
              PERFORM PRINT-UNLOAD-ERROR
           END-IF.
           IF SVU-LOGICAL-NAME NOT > WS-PREV-KEY
              MOVE 'OUT OF LOGICAL-NAME ORDER OR DUPLICATED'
                                      TO WS-ERROR-TEXT
              PERFORM PRINT-UNLOAD-ERROR
           ELSE
              MOVE SVU-LOGICAL-NAME TO WS-PREV-KEY
           END-IF.
           IF WS-UNLOAD-KEY-COUNT < 500
              ADD 1 TO WS-UNLOAD-KEY-COUNT
              MOVE SVU-LOGICAL-NAME
                     TO WS-UNLOAD-KEY(WS-UNLOAD-KEY-COUNT)
           ELSE
              MOVE 'MORE THAN 500 SERVICE ROWS IN THE UNLOAD'
                                      TO WS-ERROR-TEXT
              PERFORM PRINT-UNLOAD-ERROR
           END-IF.

           IF SVU-REAL-PROGRAM = SPACES
              MOVE 'REAL PROGRAM IS BLANK' TO WS-ERROR-TEXT
              PERFORM PRINT-UNLOAD-ERROR
           END-IF.
           IF (SVU-ENABLED NOT = 'Y' AND SVU-ENABLED NOT = 'N')
              OR (SVU-SIMULATE NOT = 'Y' AND SVU-SIMULATE NOT = 'N')
              MOVE 'ENABLED AND SIMULATE MUST BE Y OR N'
                                      TO WS-ERROR-TEXT
              PERFORM PRINT-UNLOAD-ERROR
           END-IF.
           IF SVU-INPUT-RULE NOT = SPACE
              AND SVU-INPUT-RULE NOT = 'N'
              AND SVU-INPUT-RULE NOT = 'P'
              MOVE 'INPUT RULE MUST BE BLANK, N OR P'
                                      TO WS-ERROR-TEXT
              PERFORM PRINT-UNLOAD-ERROR
           END-IF.
           IF SVU-TIMEOUT-SECS   NOT NUMERIC
              OR SVU-MAX-RETRIES    NOT NUMERIC
              OR SVU-FAIL-THRESHOLD NOT NUMERIC
              OR SVU-MAX-CONCURRENT NOT NUMERIC
              OR SVU-SIM-OUTPUT-L   NOT NUMERIC
              OR SVU-TARGET-MS      NOT NUMERIC
              OR SVU-MIN-INPUT-L    NOT NUMERIC
              OR SVU-MAX-INPUT-L    NOT NUMERIC
              OR SVU-INPUT-RULE-LEN NOT NUMERIC
              OR SVU-DIAG-KEEP      NOT NUMERIC
              OR SVU-CAND-PCT       NOT NUMERIC
              OR SVU-CAND-FAIL-LIMIT NOT NUMERIC
              OR SVU-CAND-MIN-CALLS NOT NUMERIC
              MOVE 'A NUMERIC FIELD IS NOT NUMERIC'
                                      TO WS-ERROR-TEXT
              PERFORM PRINT-UNLOAD-ERROR
           ELSE
              IF SVU-SIM-OUTPUT-L > LENGTH OF SVU-SIM-OUTPUT
                 MOVE 'SIM OUTPUT LENGTH IS PAST 256'
                                      TO WS-ERROR-TEXT
                 PERFORM PRINT-UNLOAD-ERROR
              END-IF
              IF SVU-INPUT-RULE-LEN > LENGTH OF SVU-INPUT-PREFIX
                 MOVE 'INPUT RULE LENGTH IS PAST 8'
                                      TO WS-ERROR-TEXT
                 PERFORM PRINT-UNLOAD-ERROR
              END-IF
              IF SVU-CAND-PCT > 100 OR SVU-CAND-FAIL-LIMIT > 100
                 MOVE 'CANDIDATE PERCENT AND FAIL % MUST BE 0-100'
                                      TO WS-ERROR-TEXT
                 PERFORM PRINT-UNLOAD-ERROR
              END-IF
           END-IF.
           IF SVU-CAND-PROGRAM NOT = SPACES
              AND SVU-CAND-PROGRAM = SVU-REAL-PROGRAM
              MOVE 'CANDIDATE MUST DIFFER FROM REAL PROGRAM'
                                      TO WS-ERROR-TEXT
              PERFORM PRINT-UNLOAD-ERROR
           END-IF.

       VALIDATE-ONE-SERVICE-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-UNLOAD-ERROR SECTION.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE WS-RECORD-NUMBER TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT    TO WS-ERR-RECORD.
           IF SVU-IS-SERVICE
              MOVE SVU-LOGICAL-NAME TO WS-ERR-SERVICE
           ELSE
              MOVE SPACES           TO WS-ERR-SERVICE
           END-IF.
           MOVE WS-ERROR-TEXT    TO WS-ERR-TEXT.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ERROR-LINE TO REPORT-LINE(1:95).
           WRITE REPORT-LINE.

       PRINT-UNLOAD-ERROR-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Second pass over the unload, now known to be sound - each
      * service row is looked up in this region's JAVASVCF and
      * compared (and, for PROMOTE, applied).
      ***************************************************************
       COMPARE-OR-PROMOTE-UNLOAD SECTION.
           OPEN INPUT UNLOAD-FILE.
           IF NOT WS-UNL-FILE-OK
              DISPLAY 'JAVASVCX: JAVASVCU REOPEN FAILED, STATUS='
                      WS-UNL-FILE-STATUS
              SET WS-RUN-HAS-FAILED TO TRUE
           ELSE
              MOVE ZERO TO WS-ROW-COUNT
              PERFORM UNTIL WS-AT-EOF
                 READ UNLOAD-FILE
                    AT END
                       SET WS-AT-EOF TO TRUE
                    NOT AT END
                       IF SVU-IS-SERVICE
                          ADD 1 TO WS-ROW-COUNT
                          PERFORM PROCESS-ONE-UNLOAD-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE UNLOAD-FILE
              MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       COMPARE-OR-PROMOTE-UNLOAD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PROCESS-ONE-UNLOAD-ROW SECTION.
           MOVE SVU-LOGICAL-NAME TO SVC-LOGICAL-NAME.
           READ JAVA-SVC-FILE
              KEY IS SVC-LOGICAL-NAME
              INVALID KEY
                 ADD 1 TO WS-NEW-COUNT
                 IF WS-ACTION-PROMOTE
                    PERFORM ADD-PROMOTED-ROW
                 ELSE
                    MOVE SVU-LOGICAL-NAME TO SVC-LOGICAL-NAME
                    MOVE 'NOT HERE' TO WS-ROW-STATUS
                    PERFORM PRINT-ONE-ROW-STATUS-LINE
                 END-IF
              NOT INVALID KEY
                 PERFORM COMPARE-EXISTING-ROW
           END-READ.

       PROCESS-ONE-UNLOAD-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A row both sides have. Each differing field prints as it is
      * found; a row with none prints once as SAME (or UNCHANGED).
      ***************************************************************
       COMPARE-EXISTING-ROW SECTION.
           MOVE JAVA-SERVICE-RECORD TO WS-BEFORE-IMAGE.
           MOVE ZERO TO WS-FIELD-DIFF-COUNT.
           IF WS-ACTION-PROMOTE
              MOVE 'CHANGED' TO WS-ROW-STATUS
           ELSE
              MOVE 'DIFFERS' TO WS-ROW-STATUS
           END-IF.

           PERFORM COMPARE-SERVICE-FIELDS.

           IF WS-FIELD-DIFF-COUNT = ZERO
              ADD 1 TO WS-SAME-COUNT
              IF WS-ACTION-PROMOTE
                 MOVE 'UNCHANGED' TO WS-ROW-STATUS
              ELSE
                 MOVE 'SAME' TO WS-ROW-STATUS
              END-IF
              PERFORM PRINT-ONE-ROW-STATUS-LINE
           ELSE
              ADD 1 TO WS-DIFFER-COUNT
              IF WS-ACTION-PROMOTE
                 PERFORM CHANGE-PROMOTED-ROW
              END-IF
           END-IF.

       COMPARE-EXISTING-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Every configuration field the unload carries, unload against
      * this region's row. The runtime counters are not compared.
      ***************************************************************
       COMPARE-SERVICE-FIELDS SECTION.
           IF SVU-REAL-PROGRAM NOT = SVC-REAL-PROGRAM
              MOVE 'REAL-PROGRAM'   TO WS-DIFF-FIELD
              MOVE SVU-REAL-PROGRAM TO WS-DIFF-UNLOAD
              MOVE SVC-REAL-PROGRAM TO WS-DIFF-TARGET
              PERFORM PRINT-ONE-FIELD-DIFFERENCE
           END-IF.
           IF SVU-ASYNC-TRANID NOT = SVC-ASYNC-TRANID
              MOVE 'ASYNC-TRANID'   TO WS-DIFF-FIELD
              MOVE SVU-ASYNC-TRANID TO WS-DIFF-UNLOAD
              MOVE SVC-ASYNC-TRANID TO WS-DIFF-TARGET
              PERFORM PRINT-ONE-FIELD-DIFFERENCE
           END-IF.
           IF SVU-ENABLED NOT = SVC-ENABLED
              MOVE 'ENABLED'        TO WS-DIFF-FIELD
              MOVE SVU-ENABLED      TO WS-DIFF-UNLOAD
              MOVE SVC-ENABLED      TO WS-DIFF-TARGET
              PERFORM PRINT-ONE-FIELD-DIFFERENCE
           END-IF.
           IF SVU-TIMEOUT-SECS NOT = SVC-TIMEOUT-SECS
              MOVE 'TIMEOUT-SECS'   TO WS-DIFF-FIELD
              MOVE SVU-TIMEOUT-SECS TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-TIMEOUT-SECS TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
           IF SVU-MAX-RETRIES NOT = SVC-MAX-RETRIES
              MOVE 'MAX-RETRIES'    TO WS-DIFF-FIELD
              MOVE SVU-MAX-RETRIES  TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-MAX-RETRIES  TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
           IF SVU-FAIL-THRESHOLD NOT = SVC-FAIL-THRESHOLD
              MOVE 'FAIL-THRESHOLD' TO WS-DIFF-FIELD
              MOVE SVU-FAIL-THRESHOLD TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-FAIL-THRESHOLD TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
           IF SVU-MAX-CONCURRENT NOT = SVC-MAX-CONCURRENT
              MOVE 'MAX-CONCURRENT' TO WS-DIFF-FIELD
              MOVE SVU-MAX-CONCURRENT TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-MAX-CONCURRENT TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
           IF SVU-SIMULATE NOT = SVC-SIMULATE
              MOVE 'SIMULATE'       TO WS-DIFF-FIELD
              MOVE SVU-SIMULATE     TO WS-DIFF-UNLOAD
              MOVE SVC-SIMULATE     TO WS-DIFF-TARGET
              PERFORM PRINT-ONE-FIELD-DIFFERENCE
           END-IF.
           IF SVU-SIM-OUTPUT-L NOT = SVC-SIM-OUTPUT-L
              MOVE 'SIM-OUTPUT-L'   TO WS-DIFF-FIELD
              MOVE SVU-SIM-OUTPUT-L TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-SIM-OUTPUT-L TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
      * Only the first 40 bytes of a captured reply fit the report -
      * enough to tell the two apart in practice.
           IF SVU-SIM-OUTPUT NOT = SVC-SIM-OUTPUT
              MOVE 'SIM-OUTPUT'     TO WS-DIFF-FIELD
              MOVE SVU-SIM-OUTPUT   TO WS-DIFF-UNLOAD
              MOVE SVC-SIM-OUTPUT   TO WS-DIFF-TARGET
              PERFORM PRINT-ONE-FIELD-DIFFERENCE
           END-IF.
           IF SVU-TARGET-MS NOT = SVC-TARGET-MS
              MOVE 'TARGET-MS'      TO WS-DIFF-FIELD
              MOVE SVU-TARGET-MS    TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-TARGET-MS    TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
           IF SVU-REMOTE-SYSID NOT = SVC-REMOTE-SYSID
              MOVE 'REMOTE-SYSID'   TO WS-DIFF-FIELD
              MOVE SVU-REMOTE-SYSID TO WS-DIFF-UNLOAD
              MOVE SVC-REMOTE-SYSID TO WS-DIFF-TARGET
              PERFORM PRINT-ONE-FIELD-DIFFERENCE
           END-IF.
           IF SVU-MIN-INPUT-L NOT = SVC-MIN-INPUT-L
              MOVE 'MIN-INPUT-L'    TO WS-DIFF-FIELD
              MOVE SVU-MIN-INPUT-L  TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-MIN-INPUT-L  TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
           IF SVU-MAX-INPUT-L NOT = SVC-MAX-INPUT-L
              MOVE 'MAX-INPUT-L'    TO WS-DIFF-FIELD
              MOVE SVU-MAX-INPUT-L  TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-MAX-INPUT-L  TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
           IF SVU-INPUT-RULE NOT = SVC-INPUT-RULE
              MOVE 'INPUT-RULE'     TO WS-DIFF-FIELD
              MOVE SVU-INPUT-RULE   TO WS-DIFF-UNLOAD
              MOVE SVC-INPUT-RULE   TO WS-DIFF-TARGET
              PERFORM PRINT-ONE-FIELD-DIFFERENCE
           END-IF.
           IF SVU-INPUT-RULE-LEN NOT = SVC-INPUT-RULE-LEN
              MOVE 'INPUT-RULE-LEN' TO WS-DIFF-FIELD
              MOVE SVU-INPUT-RULE-LEN TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-INPUT-RULE-LEN TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
           IF SVU-INPUT-PREFIX NOT = SVC-INPUT-PREFIX
              MOVE 'INPUT-PREFIX'   TO WS-DIFF-FIELD
              MOVE SVU-INPUT-PREFIX TO WS-DIFF-UNLOAD
              MOVE SVC-INPUT-PREFIX TO WS-DIFF-TARGET
              PERFORM PRINT-ONE-FIELD-DIFFERENCE
           END-IF.
           IF SVU-DIAG-KEEP NOT = SVC-DIAG-KEEP
              MOVE 'DIAG-KEEP'      TO WS-DIFF-FIELD
              MOVE SVU-DIAG-KEEP    TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-DIAG-KEEP    TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
           IF SVU-CAND-PROGRAM NOT = SVC-CAND-PROGRAM
              MOVE 'CAND-PROGRAM'   TO WS-DIFF-FIELD
              MOVE SVU-CAND-PROGRAM TO WS-DIFF-UNLOAD
              MOVE SVC-CAND-PROGRAM TO WS-DIFF-TARGET
              PERFORM PRINT-ONE-FIELD-DIFFERENCE
           END-IF.
           IF SVU-CAND-PCT NOT = SVC-CAND-PCT
              MOVE 'CAND-PCT'       TO WS-DIFF-FIELD
              MOVE SVU-CAND-PCT     TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-CAND-PCT     TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
           IF SVU-CAND-FAIL-LIMIT NOT = SVC-CAND-FAIL-LIMIT
              MOVE 'CAND-FAIL-LIMIT' TO WS-DIFF-FIELD
              MOVE SVU-CAND-FAIL-LIMIT TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-CAND-FAIL-LIMIT TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.
           IF SVU-CAND-MIN-CALLS NOT = SVC-CAND-MIN-CALLS
              MOVE 'CAND-MIN-CALLS' TO WS-DIFF-FIELD
              MOVE SVU-CAND-MIN-CALLS TO WS-DIFF-NUM-UNLOAD
              MOVE SVC-CAND-MIN-CALLS TO WS-DIFF-NUM-TARGET
              PERFORM PRINT-ONE-NUMERIC-DIFFERENCE
           END-IF.

       COMPARE-SERVICE-FIELDS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-NUMERIC-DIFFERENCE SECTION.
           MOVE WS-DIFF-NUM-UNLOAD TO WS-DIFF-UNLOAD.
           MOVE WS-DIFF-NUM-TARGET TO WS-DIFF-TARGET.
           PERFORM PRINT-ONE-FIELD-DIFFERENCE.

       PRINT-ONE-NUMERIC-DIFFERENCE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-FIELD-DIFFERENCE SECTION.
           ADD 1 TO WS-FIELD-DIFF-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SVU-LOGICAL-NAME TO WS-DET-SERVICE.
           MOVE WS-ROW-STATUS    TO WS-DET-STATUS.
           MOVE WS-DIFF-FIELD    TO WS-DET-FIELD.
           MOVE WS-DIFF-UNLOAD   TO WS-DET-UNLOAD.
           MOVE WS-DIFF-TARGET   TO WS-DET-TARGET.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:120).
           WRITE REPORT-LINE.

       PRINT-ONE-FIELD-DIFFERENCE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-ROW-STATUS-LINE SECTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SVC-LOGICAL-NAME TO WS-DET-SERVICE.
           MOVE WS-ROW-STATUS    TO WS-DET-STATUS.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:120).
           WRITE REPORT-LINE.

       PRINT-ONE-ROW-STATUS-LINE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The unload's configuration fields onto JAVA-SERVICE-RECORD,
      * leaving the runtime counters as they are - the caller has
      * either just READ the row (a change keeps this region's
      * counters) or INITIALIZEd it (an add starts them at zero).
      ***************************************************************
       MOVE-UNLOAD-TO-SERVICE SECTION.
           MOVE SVU-LOGICAL-NAME    TO SVC-LOGICAL-NAME.
           MOVE SVU-REAL-PROGRAM    TO SVC-REAL-PROGRAM.
           MOVE SVU-ASYNC-TRANID    TO SVC-ASYNC-TRANID.
           MOVE SVU-ENABLED         TO SVC-ENABLED.
           MOVE SVU-TIMEOUT-SECS    TO SVC-TIMEOUT-SECS.
           MOVE SVU-MAX-RETRIES     TO SVC-MAX-RETRIES.
           MOVE SVU-FAIL-THRESHOLD  TO SVC-FAIL-THRESHOLD.
           MOVE SVU-MAX-CONCURRENT  TO SVC-MAX-CONCURRENT.
           MOVE SVU-SIMULATE        TO SVC-SIMULATE.
           MOVE SVU-SIM-OUTPUT-L    TO SVC-SIM-OUTPUT-L.
           MOVE SVU-SIM-OUTPUT      TO SVC-SIM-OUTPUT.
           MOVE SVU-TARGET-MS       TO SVC-TARGET-MS.
           MOVE SVU-REMOTE-SYSID    TO SVC-REMOTE-SYSID.
           MOVE SVU-MIN-INPUT-L     TO SVC-MIN-INPUT-L.
           MOVE SVU-MAX-INPUT-L     TO SVC-MAX-INPUT-L.
           MOVE SVU-INPUT-RULE      TO SVC-INPUT-RULE.
           MOVE SVU-INPUT-RULE-LEN  TO SVC-INPUT-RULE-LEN.
           MOVE SVU-INPUT-PREFIX    TO SVC-INPUT-PREFIX.
           MOVE SVU-DIAG-KEEP       TO SVC-DIAG-KEEP.
           MOVE SVU-CAND-PROGRAM    TO SVC-CAND-PROGRAM.
           MOVE SVU-CAND-PCT        TO SVC-CAND-PCT.
           MOVE SVU-CAND-FAIL-LIMIT TO SVC-CAND-FAIL-LIMIT.
           MOVE SVU-CAND-MIN-CALLS  TO SVC-CAND-MIN-CALLS.

       MOVE-UNLOAD-TO-SERVICE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       ADD-PROMOTED-ROW SECTION.
           INITIALIZE JAVA-SERVICE-RECORD.
           PERFORM MOVE-UNLOAD-TO-SERVICE.
           MOVE LOW-VALUES TO WS-BEFORE-IMAGE.

           WRITE JAVA-SERVICE-RECORD.
           IF WS-SVC-FILE-OK
              MOVE 'ADDED' TO WS-ROW-STATUS
              PERFORM PRINT-ONE-ROW-STATUS-LINE
              PERFORM JOURNAL-ONE-PROMOTED-ROW
           ELSE
              DISPLAY 'JAVASVCX: WRITE FAILED FOR ' SVC-LOGICAL-NAME
                      ' STATUS=' WS-SVC-FILE-STATUS
              MOVE 'ADD FAILED' TO WS-ROW-STATUS
              PERFORM PRINT-ONE-ROW-STATUS-LINE
              ADD 1 TO WS-FAILED-COUNT
              SET WS-PROMOTE-INCOMPLETE TO TRUE
           END-IF.

       ADD-PROMOTED-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The row was just READ by PROCESS-ONE-UNLOAD-ROW and its
      * differing fields printed as CHANGED. Lowering SVC-DIAG-KEEP
      * strands snapshot slots past the new cap, so the cursor comes
      * back inside it the way CHANGE-SERVICE-ROW on JAVASVCM does,
      * and a different candidate program starts its canary trial
      * from nothing, the same as a candidate keyed on JAVASVCM.
      ***************************************************************
       CHANGE-PROMOTED-ROW SECTION.
           IF SVU-CAND-PROGRAM NOT = SVC-CAND-PROGRAM
              SET SVC-CAND-ACTIVE TO TRUE
              MOVE ZERO TO SVC-CAND-CALLS
              MOVE ZERO TO SVC-CAND-FAILS
           END-IF.
           PERFORM MOVE-UNLOAD-TO-SERVICE.
           IF SVC-DIAG-SLOT NOT < SVC-DIAG-KEEP
              MOVE ZERO TO SVC-DIAG-SLOT
           END-IF.

           REWRITE JAVA-SERVICE-RECORD.
           IF WS-SVC-FILE-OK
              PERFORM JOURNAL-ONE-PROMOTED-ROW
           ELSE
              DISPLAY 'JAVASVCX: REWRITE FAILED FOR ' SVC-LOGICAL-NAME
                      ' STATUS=' WS-SVC-FILE-STATUS
              MOVE 'CHG FAILED' TO WS-ROW-STATUS
              PERFORM PRINT-ONE-ROW-STATUS-LINE
              ADD 1 TO WS-FAILED-COUNT
              SET WS-PROMOTE-INCOMPLETE TO TRUE
           END-IF.

       CHANGE-PROMOTED-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * One JAVASVCJ entry per row added or changed, the same layout
      * and same-second sequence settling JOURNAL-ONE-LOADED-ROW on
      * JAVASVCL uses. The row update has already landed, so a
      * journal failure is reported and fails the run RETURN-CODE 8
      * rather than being undone.
      ***************************************************************
       JOURNAL-ONE-PROMOTED-ROW SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO JRN-KEY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO JRN-KEY-TIME.
           MOVE ZERO                        TO JRN-KEY-SEQ.
           MOVE SVC-LOGICAL-NAME            TO JRN-SERVICE.
           MOVE 'PROMOTE'                   TO JRN-ACTION.
           MOVE 'JAVASVCX'                  TO JRN-SOURCE-PGM.
           MOVE 'BATCH'                     TO JRN-OPERATOR.
           MOVE SPACES                      TO JRN-TERMID.
           MOVE WS-BEFORE-IMAGE             TO JRN-BEFORE-IMAGE.
           MOVE JAVA-SERVICE-RECORD         TO JRN-AFTER-IMAGE.
           MOVE SPACES                      TO JRN-APPROVER.

           WRITE JAVA-SERVICE-JOURNAL-RECORD.
           PERFORM UNTIL NOT WS-JRN-DUPLICATE
                        OR JRN-KEY-SEQ NOT < 999
              ADD 1 TO JRN-KEY-SEQ
              WRITE JAVA-SERVICE-JOURNAL-RECORD
           END-PERFORM.

           IF NOT WS-JRN-FILE-OK
              DISPLAY 'JAVASVCX: JOURNAL WRITE FAILED FOR '
                      SVC-LOGICAL-NAME ' STATUS=' WS-JRN-FILE-STATUS
              MOVE 'UNJOURNALED' TO WS-ROW-STATUS
              PERFORM PRINT-ONE-ROW-STATUS-LINE
              SET WS-PROMOTE-INCOMPLETE TO TRUE
           END-IF.

       JOURNAL-ONE-PROMOTED-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Rows this region has that the unload does not. Never deleted
      * by a PROMOTE - a service retired in the source region is
      * removed here deliberately, through JAVASVCM, or not at all.
      ***************************************************************
       LIST-TARGET-ONLY-ROWS SECTION.
           MOVE LOW-VALUES TO SVC-LOGICAL-NAME.
           START JAVA-SVC-FILE KEY IS NOT LESS THAN SVC-LOGICAL-NAME
              INVALID KEY
                 SET WS-AT-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-AT-EOF
              READ JAVA-SVC-FILE NEXT RECORD
                 AT END
                    SET WS-AT-EOF TO TRUE
                 NOT AT END
                    SEARCH ALL WS-UNLOAD-KEY-ENTRY
                       AT END
                          ADD 1 TO WS-TARGET-ONLY-COUNT
                          MOVE 'ONLY HERE' TO WS-ROW-STATUS
                          PERFORM PRINT-ONE-ROW-STATUS-LINE
                       WHEN WS-UNLOAD-KEY(WS-KEY-IDX)
                               = SVC-LOGICAL-NAME
                          CONTINUE
                    END-SEARCH
              END-READ
           END-PERFORM.

       LIST-TARGET-ONLY-ROWS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-UTILITY-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           EVALUATE TRUE
              WHEN WS-ACTION-EXPORT
                 MOVE 'ROWS EXPORTED' TO WS-SUM-LABEL
                 MOVE WS-ROW-COUNT TO WS-DISP-COUNT
                 PERFORM PRINT-ONE-SUMMARY-LINE
              WHEN WS-ERROR-COUNT > ZERO
                 MOVE 'UNLOAD ERRORS - NOTHING DONE' TO WS-SUM-LABEL
                 MOVE WS-ERROR-COUNT TO WS-DISP-COUNT
                 PERFORM PRINT-ONE-SUMMARY-LINE
              WHEN OTHER
                 MOVE 'ROWS IN UNLOAD' TO WS-SUM-LABEL
                 MOVE WS-ROW-COUNT TO WS-DISP-COUNT
                 PERFORM PRINT-ONE-SUMMARY-LINE
                 MOVE 'SAME ON BOTH SIDES' TO WS-SUM-LABEL
                 MOVE WS-SAME-COUNT TO WS-DISP-COUNT
                 PERFORM PRINT-ONE-SUMMARY-LINE
                 IF WS-ACTION-PROMOTE
                    MOVE 'DIFFERING - CHANGED' TO WS-SUM-LABEL
                 ELSE
                    MOVE 'DIFFERING' TO WS-SUM-LABEL
                 END-IF
                 MOVE WS-DIFFER-COUNT TO WS-DISP-COUNT
                 PERFORM PRINT-ONE-SUMMARY-LINE
                 IF WS-ACTION-PROMOTE
                    MOVE 'NOT HERE - ADDED' TO WS-SUM-LABEL
                 ELSE
                    MOVE 'NOT HERE' TO WS-SUM-LABEL
                 END-IF
                 MOVE WS-NEW-COUNT TO WS-DISP-COUNT
                 PERFORM PRINT-ONE-SUMMARY-LINE
                 MOVE 'ONLY HERE - LEFT ALONE' TO WS-SUM-LABEL
                 MOVE WS-TARGET-ONLY-COUNT TO WS-DISP-COUNT
                 PERFORM PRINT-ONE-SUMMARY-LINE
                 IF WS-ACTION-PROMOTE
                    MOVE 'FAILED TO APPLY' TO WS-SUM-LABEL
                    MOVE WS-FAILED-COUNT TO WS-DISP-COUNT
                    PERFORM PRINT-ONE-SUMMARY-LINE
                 END-IF
           END-EVALUATE.

       PRINT-UTILITY-SUMMARY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       PRINT-ONE-SUMMARY-LINE SECTION.
           MOVE WS-DISP-COUNT TO WS-SUM-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE(1:37).
           WRITE REPORT-LINE.

       PRINT-ONE-SUMMARY-LINE-EXIT.
           EXIT.
