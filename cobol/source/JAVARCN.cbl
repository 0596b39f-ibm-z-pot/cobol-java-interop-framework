      * AUH-KEY-DATE converted from the YYYYMMDD batch date, so one
      * PARM date reconciles online and batch traffic together.
      * Omit the PARM to reconcile the whole file.
      *
      * Calls turned away inside a planned maintenance window (RC 52,
      * see JAVAMNT) are counted in their own MNTREJ column and kept
      * out of FAILED - they are the window working, not the service
      * failing. MNTSIM counts the calls a simulate window answered
      * (AUH-OUTCOME 'MAINTSIM'); they are already within SUCCESS.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
               10  WS-STATS-THROTTLE-COUNT  PIC S9(9) COMP VALUE 0.
               10  WS-STATS-ROUTEFAIL-COUNT PIC S9(9) COMP VALUE 0.
               10  WS-STATS-VALFAIL-COUNT   PIC S9(9) COMP VALUE 0.
               10  WS-STATS-MNTREJ-COUNT    PIC S9(9) COMP VALUE 0.
               10  WS-STATS-MNTSIM-COUNT    PIC S9(9) COMP VALUE 0.
               10  WS-STATS-OTHER-COUNT     PIC S9(9) COMP VALUE 0.
               10  WS-STATS-INPUT-L-TOTAL   PIC S9(15) COMP VALUE 0.
               10  WS-STATS-OUTPUT-L-TOTAL  PIC S9(15) COMP VALUE 0.
           05  WS-DISP-THROTTLE         PIC Z(5)9.
           05  WS-DISP-ROUTEFAIL        PIC Z(5)9.
           05  WS-DISP-VALFAIL          PIC Z(5)9.
           05  WS-DISP-MNTREJ           PIC Z(5)9.
           05  WS-DISP-MNTSIM           PIC Z(5)9.
           05  WS-DISP-OTHER            PIC Z(5)9.
           05  WS-AVG-WORK              PIC S9(15) COMP.

           05  FILLER PIC X(7)  VALUE 'THROTL '.
           05  FILLER PIC X(7)  VALUE 'RTEFAIL'.
           05  FILLER PIC X(7)  VALUE 'VALFAIL'.
           05  FILLER PIC X(7)  VALUE 'MNTREJ '.
           05  FILLER PIC X(7)  VALUE 'MNTSIM '.
           05  FILLER PIC X(7)  VALUE 'OTHER  '.
       01  WS-DETAIL-LINE.
           05  WS-DET-PROGRAM           PIC X(8).
           05  WS-DET-THROTTLE          PIC X(7).
           05  WS-DET-ROUTEFAIL         PIC X(7).
           05  WS-DET-VALFAIL           PIC X(7).
           05  WS-DET-MNTREJ            PIC X(7).
           05  WS-DET-MNTSIM            PIC X(7).
           05  WS-DET-OTHER             PIC X(7).

       LINKAGE SECTION.
                    ADD 1 TO WS-STATS-ROUTEFAIL-COUNT(WS-STATS-IDX)
                 WHEN 44
                    ADD 1 TO WS-STATS-VALFAIL-COUNT(WS-STATS-IDX)
                 WHEN 52
                    ADD 1 TO WS-STATS-MNTREJ-COUNT(WS-STATS-IDX)
                 WHEN OTHER
                    ADD 1 TO WS-STATS-OTHER-COUNT(WS-STATS-IDX)
              END-EVALUATE

              IF AUH-OUTCOME = 'MAINTSIM'
                 ADD 1 TO WS-STATS-MNTSIM-COUNT(WS-STATS-IDX)
              END-IF
           END-IF.

       ACCUMULATE-ONE-SVC-STATS-EXIT.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REPORT-LINE(1:152).
           WRITE REPORT-LINE.

           SET WS-STATS-IDX TO 1.

           COMPUTE WS-DISP-FAIL =
                   WS-STATS-TOTAL-CALLS(WS-STATS-IDX)
                 - WS-STATS-OK-COUNT(WS-STATS-IDX)
                 - WS-STATS-MNTREJ-COUNT(WS-STATS-IDX).

           IF WS-STATS-TOTAL-CALLS(WS-STATS-IDX) > ZERO
              COMPUTE WS-AVG-WORK ROUNDED =
                                                   WS-DISP-ROUTEFAIL.
           MOVE WS-STATS-VALFAIL-COUNT(WS-STATS-IDX)   TO
                                                   WS-DISP-VALFAIL.
           MOVE WS-STATS-MNTREJ-COUNT(WS-STATS-IDX)    TO
                                                  WS-DISP-MNTREJ.
           MOVE WS-STATS-MNTSIM-COUNT(WS-STATS-IDX)    TO
                                                  WS-DISP-MNTSIM.
           MOVE WS-STATS-OTHER-COUNT(WS-STATS-IDX)     TO
                                                   WS-DISP-OTHER.

           MOVE WS-DISP-THROTTLE   TO WS-DET-THROTTLE.
           MOVE WS-DISP-ROUTEFAIL  TO WS-DET-ROUTEFAIL.
           MOVE WS-DISP-VALFAIL    TO WS-DET-VALFAIL.
           MOVE WS-DISP-MNTREJ     TO WS-DET-MNTREJ.
           MOVE WS-DISP-MNTSIM     TO WS-DET-MNTSIM.
           MOVE WS-DISP-OTHER      TO WS-DET-OTHER.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE(1:152).
           WRITE REPORT-LINE.

       PRINT-ONE-SVC-STATS-LINE-EXIT.
