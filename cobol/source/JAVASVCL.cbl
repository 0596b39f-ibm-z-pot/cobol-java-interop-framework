      * (journaled as the before image) and the seed row held aside
      * while the READ that captures it reuses the record area.
      * Both must track the JAVA-SERVICE-RECORD size (see JAVASVCR).
           05  WS-BEFORE-IMAGE     PIC X(346).
           05  WS-NEW-ROW-IMAGE    PIC X(346).
           05  WS-SEED-IDX         PIC S9(4) COMP.
           05  WS-SEED-COUNT       PIC S9(4) COMP VALUE 3.
           05  WS-SEED-FAIL-THRESH PIC S9(4) COMP VALUE 5.
           MOVE SPACES TO SVC-INPUT-PREFIX IN JAVA-SERVICE-RECORD.
           MOVE ZERO TO SVC-DIAG-KEEP IN JAVA-SERVICE-RECORD.
           MOVE ZERO TO SVC-DIAG-SLOT IN JAVA-SERVICE-RECORD.
           MOVE SPACES TO SVC-CAND-PROGRAM IN JAVA-SERVICE-RECORD.
           MOVE ZERO TO SVC-CAND-PCT IN JAVA-SERVICE-RECORD.
           MOVE ZERO TO SVC-CAND-FAIL-LIMIT IN JAVA-SERVICE-RECORD.
           MOVE ZERO TO SVC-CAND-MIN-CALLS IN JAVA-SERVICE-RECORD.
           MOVE SPACE TO SVC-CAND-STATE IN JAVA-SERVICE-RECORD.
           MOVE ZERO TO SVC-CAND-CALLS IN JAVA-SERVICE-RECORD.
           MOVE ZERO TO SVC-CAND-FAILS IN JAVA-SERVICE-RECORD.

           MOVE LOW-VALUES TO WS-BEFORE-IMAGE.
           WRITE JAVA-SERVICE-RECORD.
              MOVE SPACES                      TO JRN-TERMID
              MOVE WS-BEFORE-IMAGE             TO JRN-BEFORE-IMAGE
              MOVE JAVA-SERVICE-RECORD         TO JRN-AFTER-IMAGE
              MOVE SPACES                      TO JRN-APPROVER

              WRITE JAVA-SERVICE-JOURNAL-RECORD
              PERFORM UNTIL NOT WS-JRN-DUPLICATE
