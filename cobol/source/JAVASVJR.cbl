      * JAVASVCJ for the record layout and who writes it). One report
      * line per journal entry in date/time order - when, which
      * service, what was done (ADD/CHANGE/ENABLE/DISABLE/AUTODISA/
      * CANDFALL/LOAD/PROMOTE, or REJECTED/WITHDRAW/EXPIRED for a
      * change held for approval), which program did it and as which
      * operator/terminal, who approved it where a second operator
      * did, plus the before-and-after of the fields audit actually
      * asks about (enabled flag, timeout, retries, response-time
      * target) - so "who disabled JAVAORD and when" and "when did
      * that timeout drop from 30 to 5" come off this report instead
      * of from memory.
      *
      * The optional JCL PARM is a logical service name - report only
      * that service's entries; omit it to report the whole journal.
           05  FILLER PIC X(9)  VALUE 'SOURCE   '.
           05  FILLER PIC X(9)  VALUE 'OPERATOR '.
           05  FILLER PIC X(5)  VALUE 'TERM '.
           05  FILLER PIC X(9)  VALUE 'APPROVER '.
           05  FILLER PIC X(8)  VALUE 'ENB B>A '.
           05  FILLER PIC X(12) VALUE 'TIMEOUT B>A '.
           05  FILLER PIC X(12) VALUE 'RETRIES B>A '.
           05  FILLER                   PIC X(1).
           05  WS-DET-TERMID            PIC X(4).
           05  FILLER                   PIC X(1).
           05  WS-DET-APPROVER          PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-DET-ENAB-BEF          PIC X(1).
           05  WS-DET-ENAB-SEP          PIC X(1).
           05  WS-DET-ENAB-AFT          PIC X(1).
           MOVE JRN-SOURCE-PGM TO WS-DET-SOURCE.
           MOVE JRN-OPERATOR  TO WS-DET-OPERATOR.
           MOVE JRN-TERMID    TO WS-DET-TERMID.
           MOVE JRN-APPROVER  TO WS-DET-APPROVER.
           MOVE '>'           TO WS-DET-ENAB-SEP WS-DET-TOUT-SEP
                                 WS-DET-RTRY-SEP WS-DET-TGT-SEP.

           MOVE WS-DISP-TGTMS    TO WS-DET-TGT-AFT.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:116).
           WRITE REPORT-LINE.
           ADD 1 TO WS-PRINTED-COUNT.

           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE(1:116).
           WRITE REPORT-LINE.

       PRINT-REPORT-HEADINGS-EXIT.
