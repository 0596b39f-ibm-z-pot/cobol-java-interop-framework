      *****************************************************************
      * Online maintenance transaction (suggested TRANID JMNT) for the
      * JAVAMNTF planned maintenance window calendar (see JAVAMNT).
      * One screen (mapset JAVMNWS, map JAVMNWM - see cobol/bms/
      * JAVMNWS.bms) showing one window at a time: the service, when
      * it starts and ends, whether calls are rejected or served the
      * service's simulated reply, why, and who last set it.
      * MNWACTN drives it:
      *   I  inquire - the window in force or next booked for MNWSVC,
      *      or the first window on file when MNWSVC is left blank
      *   A  add a window - built from the fields on the screen as
      *      keyed, so a window on view can be copied with new dates
      *   C  change the window on view - before it starts anything
      *      may change; once in force only its end, mode and reason
      *   D  delete the window on view - one in force is ended early,
      *      and the end is logged to JAVAEVTF there and then
      * PF8 views the next window on file, PF3 or CLEAR ends the
      * session, the same exit convention as JAVASVCM.
      *
      * Windows for one service may not overlap - JAVACICS and
      * JAVABAT find the window in force with a single keyed read
      * that relies on it (see JAVAMNT). A simulate window needs a
      * captured reply (SVC-SIM-OUTPUT-L) on the service's JAVASVCF
      * row to serve. The MNTSTART/MNTEND events are otherwise
      * written by the JAVAMNTE sweep; the logged flags a change
      * finds on the row are carried across, so a window is never
      * logged twice.
      * Runs conversationally, the same low-volume-ops-tool choice
      * made for JAVASVCM.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVAMNTM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************************
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-RESP              PIC S9(8) COMP.
           05  WS-RESP2             PIC S9(8) COMP.
           05  WS-DONE              PIC X(1) VALUE 'N'.
               88  WS-IS-DONE           VALUE 'Y'.
           05  WS-WINDOW-FOUND      PIC X(1) VALUE 'N'.
               88  WS-WINDOW-WAS-FOUND  VALUE 'Y'.
           05  WS-BROWSE-DONE       PIC X(1) VALUE 'N'.
               88  WS-BROWSE-IS-DONE    VALUE 'Y'.
           05  WS-INPUT-VALID       PIC X(1) VALUE 'Y'.
               88  WS-INPUT-IS-VALID    VALUE 'Y'.
           05  WS-STAMP-VALID       PIC X(1) VALUE 'Y'.
               88  WS-STAMP-IS-VALID    VALUE 'Y'.
           05  WS-USERID            PIC X(8) VALUE SPACES.
           05  WS-REQ-SERVICE       PIC X(8).
           05  WS-ABS-TIME          PIC S9(15) COMP.
           05  WS-NOW-STAMP.
               10  WS-NOW-DATE      PIC 9(8).
               10  WS-NOW-TIME      PIC 9(6).
      * The window on view - a C or D acts on this one only, and an
      * A starts from it.
           05  WS-SHOWN-KEY.
               10  WS-SHOWN-SERVICE PIC X(8) VALUE SPACES.
               10  WS-SHOWN-END     PIC X(14) VALUE SPACES.
           05  WS-SHOWN-WINDOW      PIC X(141).
           05  WS-BROWSE-KEY        PIC X(22).
      * The window as keyed, held while the calendar is browsed for
      * an overlap or the old row is re-read.
           05  WS-NEW-WINDOW        PIC X(141).
           05  WS-NEW-SERVICE       PIC X(8).
           05  WS-NEW-START-STAMP   PIC X(14).
           05  WS-NEW-END-STAMP     PIC X(14).
           05  WS-OLD-WINDOW        PIC X(141).
           05  WS-OLD-START-STAMP   PIC X(14).
           05  WS-EXCLUDE-KEY       PIC X(22).
           05  WS-KEEP-START-LOGGED PIC X(1).
           05  WS-KEEP-END-LOGGED   PIC X(1).
           05  WS-CHECK-DATE.
               10  WS-CHECK-YYYY    PIC 9(4).
               10  WS-CHECK-MM      PIC 9(2).
               10  WS-CHECK-DD      PIC 9(2).
           05  WS-CHECK-TIME.
               10  WS-CHECK-HH      PIC 9(2).
               10  WS-CHECK-MI      PIC 9(2).
               10  WS-CHECK-SS      PIC 9(2).
           05  WS-MODE-WORD         PIC X(8).
           05  WS-END-WORDING       PIC X(34).
           05  WS-WINDOW-NOTICE     PIC X(110).
      ***************************************************************
      * Days in each month, for the date check on the screen fields.
      * 29 February is let through in any year - a window ending on
      * a day that does not exist still sorts and compares correctly.
      ***************************************************************
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER               PIC X(24)
                                    VALUE '312931303130313130313031'.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-DAYS-IN-MONTH     PIC 9(2) OCCURS 12 TIMES.

      * AID-key constants (DFHENTER etc) for the EIBAID dispatch.
       COPY DFHAID.
      * Maintenance window calendar row - see JAVAMNT.
       COPY JAVAMNT.
      * VSAM record layout for JAVASVCF - see JAVASVCR. Read only, to
      * check the service exists and has a reply to simulate.
       COPY JAVASVCR.
      * Permanent operational event record, LINKed to JAVAEVTW for a
      * window ended early - see JAVAEVT.
       COPY JAVAEVT.
      * Symbolic map for mapset JAVMNWS, map JAVMNWM.
       COPY JAVMNWS.
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************
       MAIN-PROCESSING SECTION.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM SEND-BLANK-SCREEN.

           PERFORM UNTIL WS-IS-DONE
              PERFORM RECEIVE-AND-PROCESS-SCREEN
           END-PERFORM.

           EXEC CICS SEND TEXT
                FROM('JAVAMNTM COMPLETE')
                LENGTH(17)
                ERASE
                FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       MAIN-PROCESSING-EXIT.
           EXIT PROGRAM.
      ***************************************************************
      ***************************************************************
       SEND-BLANK-SCREEN SECTION.
           INITIALIZE JAVA-MAINT-WINDOW-RECORD.
           MOVE JAVA-MAINT-WINDOW-RECORD TO WS-SHOWN-WINDOW.
           MOVE LOW-VALUES TO JAVMNWMO.
           MOVE 'I AND A LOGICAL NAME, OR I ALONE FOR THE FIRST WINDOW'
                                TO MNWMSGO.

           EXEC CICS SEND MAP('JAVMNWM')
                MAPSET('JAVMNWS')
                FROM(JAVMNWMO)
                ERASE
                FREEKB
           END-EXEC.

       SEND-BLANK-SCREEN-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       RECEIVE-AND-PROCESS-SCREEN SECTION.
           EXEC CICS RECEIVE MAP('JAVMNWM')
                MAPSET('JAVMNWS')
                INTO(JAVMNWMI)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-IS-DONE TO TRUE
           ELSE
              EVALUATE TRUE
                 WHEN EIBAID = DFHENTER
                    PERFORM VALIDATE-AND-DISPATCH-ACTION
                 WHEN EIBAID = DFHPF8
                    MOVE SPACES TO MNWMSGO
                    PERFORM GET-CURRENT-STAMP
                    MOVE WS-SHOWN-KEY TO WS-BROWSE-KEY
                    PERFORM SHOW-NEXT-WINDOW
                 WHEN OTHER
                    SET WS-IS-DONE TO TRUE
              END-EVALUATE

              IF NOT WS-IS-DONE
                 PERFORM RESEND-SCREEN-WITH-MESSAGE
              END-IF
           END-IF.

       RECEIVE-AND-PROCESS-SCREEN-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * With CTRL=(FREEKB,FRSET) an MNWSVC the operator did not
      * retype comes back empty, so no name keyed means the service
      * of the window already on view.
      ***************************************************************
       VALIDATE-AND-DISPATCH-ACTION SECTION.
           MOVE SPACES TO MNWMSGO.
           PERFORM GET-CURRENT-STAMP.

           IF MNWSVCL > ZERO AND MNWSVCI NOT = SPACES
              MOVE MNWSVCI TO WS-REQ-SERVICE
           ELSE
              MOVE WS-SHOWN-SERVICE TO WS-REQ-SERVICE
           END-IF.

           EVALUATE MNWACTNI
              WHEN 'I'
                 IF WS-REQ-SERVICE = SPACES
                    MOVE LOW-VALUES TO WS-BROWSE-KEY
                    PERFORM SHOW-NEXT-WINDOW
                 ELSE
                    PERFORM INQUIRE-SERVICE-WINDOW
                 END-IF
              WHEN 'A'
                 PERFORM ADD-WINDOW
              WHEN 'C'
                 PERFORM CHANGE-WINDOW
              WHEN 'D'
                 PERFORM DELETE-WINDOW
              WHEN OTHER
                 MOVE 'INVALID ACTION - USE I/A/C/D' TO MNWMSGO
           END-EVALUATE.

       VALIDATE-AND-DISPATCH-ACTION-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       GET-CURRENT-STAMP SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
           END-EXEC.

       GET-CURRENT-STAMP-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The same keyed read JAVACICS makes - (service, now) GTEQ -
      * finds the window in force, or failing that the next booked.
      ***************************************************************
       INQUIRE-SERVICE-WINDOW SECTION.
           MOVE WS-REQ-SERVICE      TO MNT-SERVICE.
           MOVE WS-NOW-DATE         TO MNT-END-DATE.
           MOVE WS-NOW-TIME         TO MNT-END-TIME.

           EXEC CICS READ FILE('JAVAMNTF')
                INTO(JAVA-MAINT-WINDOW-RECORD)
                RIDFLD(MNT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                          AND MNT-SERVICE = WS-REQ-SERVICE
                 PERFORM SHOW-WINDOW
              WHEN WS-RESP = DFHRESP(NORMAL)
                          OR WS-RESP = DFHRESP(NOTFND)
                 PERFORM CLEAR-WINDOW-DISPLAY
                 MOVE 'NO WINDOW IN FORCE OR BOOKED FOR THIS SERVICE'
                                   TO MNWMSGO
              WHEN WS-RESP = DFHRESP(FILENOTFOUND)
                 MOVE 'NO MAINTENANCE CALENDAR IN THIS REGION'
                                   TO MNWMSGO
              WHEN OTHER
                 MOVE 'JAVAMNTF READ FAILED - SEE CICS STATUS'
                                   TO MNWMSGO
           END-EVALUATE.

       INQUIRE-SERVICE-WINDOW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The first window after WS-BROWSE-KEY (LOW-VALUES for the
      * first of all), ended windows included.
      ***************************************************************
       SHOW-NEXT-WINDOW SECTION.
           MOVE 'N' TO WS-WINDOW-FOUND.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-BROWSE-KEY TO MNT-KEY.

           EXEC CICS STARTBR FILE('JAVAMNTF')
                RIDFLD(MNT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-BROWSE-IS-DONE
                 EXEC CICS READNEXT FILE('JAVAMNTF')
                      INTO(JAVA-MAINT-WINDOW-RECORD)
                      RIDFLD(MNT-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    SET WS-BROWSE-IS-DONE TO TRUE
                 ELSE
                    IF MNT-KEY > WS-BROWSE-KEY
                       SET WS-WINDOW-WAS-FOUND TO TRUE
                       SET WS-BROWSE-IS-DONE TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('JAVAMNTF')
                   RESP(WS-RESP2)
              END-EXEC
           ELSE
              IF WS-RESP = DFHRESP(FILENOTFOUND)
                 MOVE 'NO MAINTENANCE CALENDAR IN THIS REGION'
                                   TO MNWMSGO
              END-IF
           END-IF.

           IF WS-WINDOW-WAS-FOUND
              PERFORM SHOW-WINDOW
           ELSE
              IF MNWMSGO = SPACES
                 MOVE 'NO (MORE) WINDOWS ON FILE' TO MNWMSGO
              END-IF
           END-IF.

       SHOW-NEXT-WINDOW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * JAVA-MAINT-WINDOW-RECORD has just been read (or written) -
      * it becomes the window on view.
      ***************************************************************
       SHOW-WINDOW SECTION.
           MOVE MNT-KEY                  TO WS-SHOWN-KEY.
           MOVE JAVA-MAINT-WINDOW-RECORD TO WS-SHOWN-WINDOW.

           MOVE MNT-SERVICE         TO MNWSVCO.
           MOVE MNT-START-DATE      TO MNWSTDTO.
           MOVE MNT-START-TIME      TO MNWSTTMO.
           MOVE MNT-END-DATE        TO MNWENDTO.
           MOVE MNT-END-TIME        TO MNWENTMO.
           MOVE MNT-MODE            TO MNWMODEO.
           MOVE MNT-REASON          TO MNWRSNO.
           MOVE MNT-SET-BY          TO MNWSETBO.
           MOVE MNT-SET-DATE        TO MNWSETDO.
           MOVE MNT-SET-TIME        TO MNWSETHO.

           EVALUATE TRUE
              WHEN MNT-END-STAMP < WS-NOW-STAMP
                 MOVE 'ENDED'       TO MNWSTATO
              WHEN MNT-START-STAMP NOT > WS-NOW-STAMP
                 MOVE 'IN FORCE'    TO MNWSTATO
              WHEN OTHER
                 MOVE 'BOOKED'      TO MNWSTATO
           END-EVALUATE.

           IF MNWMSGO = SPACES
              MOVE 'C OR D ACTS ON THIS WINDOW, PF8 SHOWS THE NEXT'
                                   TO MNWMSGO
           END-IF.

       SHOW-WINDOW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A new window is whatever the screen shows - the window on
      * view (if any) with every field the operator retyped laid
      * over it - under the service keyed.
      ***************************************************************
       ADD-WINDOW SECTION.
           IF WS-REQ-SERVICE = SPACES
              MOVE 'KEY THE LOGICAL NAME OF THE SERVICE' TO MNWMSGO
           ELSE
              MOVE WS-SHOWN-WINDOW    TO JAVA-MAINT-WINDOW-RECORD
              MOVE WS-REQ-SERVICE     TO MNT-SERVICE
              MOVE 'N'                TO MNT-START-LOGGED
              MOVE 'N'                TO MNT-END-LOGGED
              PERFORM EDIT-KEYED-FIELDS
              IF WS-INPUT-IS-VALID
                 MOVE SPACES          TO WS-EXCLUDE-KEY
                 PERFORM VALIDATE-WINDOW-VALUES
              END-IF
              IF WS-INPUT-IS-VALID
                 PERFORM STAMP-SET-BY
                 EXEC CICS WRITE FILE('JAVAMNTF')
                      FROM(JAVA-MAINT-WINDOW-RECORD)
                      RIDFLD(MNT-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE 'WINDOW ADDED' TO MNWMSGO
                       PERFORM SHOW-WINDOW
                    WHEN WS-RESP = DFHRESP(DUPREC)
                       MOVE 'A WINDOW FOR THE SERVICE ENDS THEN'
                                      TO MNWMSGO
                    WHEN WS-RESP = DFHRESP(FILENOTFOUND)
                       MOVE 'NO MAINTENANCE CALENDAR IN THIS REGION'
                                      TO MNWMSGO
                    WHEN OTHER
                       MOVE 'JAVAMNTF WRITE FAILED - SEE CICS STATUS'
                                      TO MNWMSGO
                 END-EVALUATE
              END-IF
           END-IF.

       ADD-WINDOW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Once a window is in force its start is history - JAVACICS
      * and JAVABAT have already been turning calls away under it -
      * so only the end, mode and reason may still change. A window
      * already over is left as the record of what happened.
      ***************************************************************
       CHANGE-WINDOW SECTION.
           PERFORM LOCATE-SHOWN-WINDOW.

           IF WS-WINDOW-WAS-FOUND
              EVALUATE TRUE
                 WHEN WS-REQ-SERVICE NOT = MNT-SERVICE
                    MOVE 'C CANNOT MOVE A WINDOW TO ANOTHER SERVICE'
                                   TO MNWMSGO
                 WHEN MNT-END-STAMP < WS-NOW-STAMP
                    MOVE 'WINDOW HAS ENDED - ADD A NEW ONE'
                                   TO MNWMSGO
                 WHEN OTHER
                    MOVE MNT-START-STAMP TO WS-OLD-START-STAMP
                    PERFORM EDIT-KEYED-FIELDS
                    IF WS-INPUT-IS-VALID
                       IF WS-OLD-START-STAMP NOT > WS-NOW-STAMP
                          AND MNT-START-STAMP NOT = WS-OLD-START-STAMP
                          MOVE 'WINDOW IS IN FORCE - ITS START IS FIXED'
                                   TO MNWMSGO
                          MOVE 'N' TO WS-INPUT-VALID
                       END-IF
                    END-IF
                    IF WS-INPUT-IS-VALID
                       MOVE WS-SHOWN-KEY TO WS-EXCLUDE-KEY
                       PERFORM VALIDATE-WINDOW-VALUES
                    END-IF
                    IF WS-INPUT-IS-VALID
                       PERFORM STAMP-SET-BY
                       PERFORM REPLACE-SHOWN-WINDOW
                    END-IF
              END-EVALUATE
           END-IF.

       CHANGE-WINDOW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The row is re-read for update so the logged flags carried
      * into the changed window are the ones on file now - the sweep
      * may have logged the start since the window was put on view.
      * A new end is a new key, so the old row is deleted under that
      * update and the changed one written in its place; a WRITE
      * that fails puts the old row back, the same claim-and-restore
      * JAVASVCA uses for a held change.
      ***************************************************************
       REPLACE-SHOWN-WINDOW SECTION.
           MOVE JAVA-MAINT-WINDOW-RECORD TO WS-NEW-WINDOW.
           MOVE WS-SHOWN-KEY             TO MNT-KEY.

           EXEC CICS READ FILE('JAVAMNTF')
                INTO(JAVA-MAINT-WINDOW-RECORD)
                RIDFLD(MNT-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'WINDOW ON VIEW HAS GONE - VIEW IT AGAIN'
                                   TO MNWMSGO
           ELSE
              MOVE JAVA-MAINT-WINDOW-RECORD TO WS-OLD-WINDOW
              MOVE MNT-START-LOGGED    TO WS-KEEP-START-LOGGED
              MOVE MNT-END-LOGGED      TO WS-KEEP-END-LOGGED
              MOVE WS-NEW-WINDOW       TO JAVA-MAINT-WINDOW-RECORD
              MOVE WS-KEEP-START-LOGGED TO MNT-START-LOGGED
              MOVE WS-KEEP-END-LOGGED  TO MNT-END-LOGGED
              IF MNT-KEY = WS-SHOWN-KEY
                 EXEC CICS REWRITE FILE('JAVAMNTF')
                      FROM(JAVA-MAINT-WINDOW-RECORD)
                      RESP(WS-RESP)
                 END-EXEC
              ELSE
                 EXEC CICS DELETE FILE('JAVAMNTF')
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    EXEC CICS WRITE FILE('JAVAMNTF')
                         FROM(JAVA-MAINT-WINDOW-RECORD)
                         RIDFLD(MNT-KEY)
                         RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS WRITE FILE('JAVAMNTF')
                            FROM(WS-OLD-WINDOW)
                            RIDFLD(WS-SHOWN-KEY)
                            RESP(WS-RESP2)
                       END-EXEC
                    END-IF
                 END-IF
              END-IF
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'WINDOW CHANGED' TO MNWMSGO
                 PERFORM SHOW-WINDOW
              ELSE
                 MOVE 'JAVAMNTF UPDATE FAILED - WINDOW LEFT AS IT WAS'
                                   TO MNWMSGO
              END-IF
           END-IF.

       REPLACE-SHOWN-WINDOW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A window that has started but whose end the sweep has not yet
      * logged gets its events written here, since the row that
      * would have prompted them is going - the start too, if even
      * that was not logged yet. One still in force is ended early,
      * and the event says by whom.
      ***************************************************************
       DELETE-WINDOW SECTION.
           PERFORM LOCATE-SHOWN-WINDOW.

           IF WS-WINDOW-WAS-FOUND
              EXEC CICS READ FILE('JAVAMNTF')
                   INTO(JAVA-MAINT-WINDOW-RECORD)
                   RIDFLD(MNT-KEY)
                   UPDATE
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 EXEC CICS DELETE FILE('JAVAMNTF')
                      RESP(WS-RESP)
                 END-EXEC
              END-IF
              IF WS-RESP = DFHRESP(NORMAL)
                 IF MNT-START-STAMP NOT > WS-NOW-STAMP
                             AND NOT MNT-END-WAS-LOGGED
                    IF NOT MNT-START-WAS-LOGGED
                       PERFORM NOTIFY-WINDOW-STARTED
                    END-IF
                    PERFORM NOTIFY-WINDOW-ENDED
                 END-IF
                 PERFORM CLEAR-WINDOW-DISPLAY
                 MOVE 'WINDOW DELETED' TO MNWMSGO
              ELSE
                 MOVE 'JAVAMNTF DELETE FAILED - SEE CICS STATUS'
                                   TO MNWMSGO
              END-IF
           END-IF.

       DELETE-WINDOW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       LOCATE-SHOWN-WINDOW SECTION.
           MOVE 'N' TO WS-WINDOW-FOUND.

           IF WS-SHOWN-SERVICE = SPACES
              MOVE 'VIEW A WINDOW FIRST (I OR PF8)' TO MNWMSGO
           ELSE
              MOVE WS-SHOWN-KEY TO MNT-KEY
              EXEC CICS READ FILE('JAVAMNTF')
                   INTO(JAVA-MAINT-WINDOW-RECORD)
                   RIDFLD(MNT-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 SET WS-WINDOW-WAS-FOUND TO TRUE
              ELSE
                 MOVE 'WINDOW ON VIEW HAS GONE - VIEW IT AGAIN'
                                   TO MNWMSGO
              END-IF
           END-IF.

       LOCATE-SHOWN-WINDOW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Lays every field the operator retyped over the window in
      * JAVA-MAINT-WINDOW-RECORD. The NUM fields still need a NUMERIC
      * test - a date keyed short comes back space-padded.
      ***************************************************************
       EDIT-KEYED-FIELDS SECTION.
           MOVE 'Y' TO WS-INPUT-VALID.

           IF MNWSTDTL > ZERO
              IF MNWSTDTI NUMERIC
                 MOVE MNWSTDTI TO MNT-START-DATE
              ELSE
                 MOVE 'N' TO WS-INPUT-VALID
              END-IF
           END-IF.
           IF MNWSTTML > ZERO
              IF MNWSTTMI NUMERIC
                 MOVE MNWSTTMI TO MNT-START-TIME
              ELSE
                 MOVE 'N' TO WS-INPUT-VALID
              END-IF
           END-IF.
           IF MNWENDTL > ZERO
              IF MNWENDTI NUMERIC
                 MOVE MNWENDTI TO MNT-END-DATE
              ELSE
                 MOVE 'N' TO WS-INPUT-VALID
              END-IF
           END-IF.
           IF MNWENTML > ZERO
              IF MNWENTMI NUMERIC
                 MOVE MNWENTMI TO MNT-END-TIME
              ELSE
                 MOVE 'N' TO WS-INPUT-VALID
              END-IF
           END-IF.
           IF NOT WS-INPUT-IS-VALID
              MOVE 'KEY DATES IN FULL AS YYYYMMDD, TIMES AS HHMMSS'
                                   TO MNWMSGO
           END-IF.

           IF MNWMODEL > ZERO
              MOVE MNWMODEI TO MNT-MODE
           END-IF.
           IF MNWRSNL > ZERO
              MOVE MNWRSNI  TO MNT-REASON
           END-IF.

       EDIT-KEYED-FIELDS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Checks the window now in JAVA-MAINT-WINDOW-RECORD, first
      * failure wins. WS-EXCLUDE-KEY names the row being changed so
      * it does not count as overlapping itself (spaces on an add).
      ***************************************************************
       VALIDATE-WINDOW-VALUES SECTION.
           MOVE MNT-START-DATE TO WS-CHECK-DATE.
           MOVE MNT-START-TIME TO WS-CHECK-TIME.
           PERFORM CHECK-DATE-AND-TIME.
           IF NOT WS-STAMP-IS-VALID
              MOVE 'START IS NOT A REAL DATE AND TIME' TO MNWMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID
              MOVE MNT-END-DATE TO WS-CHECK-DATE
              MOVE MNT-END-TIME TO WS-CHECK-TIME
              PERFORM CHECK-DATE-AND-TIME
              IF NOT WS-STAMP-IS-VALID
                 MOVE 'END IS NOT A REAL DATE AND TIME' TO MNWMSGO
                 MOVE 'N' TO WS-INPUT-VALID
              END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
                       AND MNT-END-STAMP NOT > MNT-START-STAMP
              MOVE 'WINDOW MUST END AFTER IT STARTS' TO MNWMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID
                       AND MNT-END-STAMP NOT > WS-NOW-STAMP
              MOVE 'THAT END IS ALREADY PAST - USE D TO END A WINDOW'
                                   TO MNWMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID
                       AND NOT MNT-MODE-REJECT
                       AND NOT MNT-MODE-SIMULATE
              MOVE 'MODE MUST BE R (REJECT) OR S (SIMULATE)' TO MNWMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID AND MNT-REASON = SPACES
              MOVE 'GIVE A REASON FOR THE WINDOW' TO MNWMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID
              PERFORM CHECK-SERVICE-ROW
           END-IF.

           IF WS-INPUT-IS-VALID
              PERFORM CHECK-WINDOW-OVERLAP
           END-IF.

       VALIDATE-WINDOW-VALUES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CHECK-DATE-AND-TIME SECTION.
           MOVE 'Y' TO WS-STAMP-VALID.

           IF WS-CHECK-YYYY < 2000
                       OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
              MOVE 'N' TO WS-STAMP-VALID
           ELSE
              IF WS-CHECK-DD < 1
                       OR WS-CHECK-DD > WS-DAYS-IN-MONTH(WS-CHECK-MM)
                 MOVE 'N' TO WS-STAMP-VALID
              END-IF
           END-IF.

           IF WS-CHECK-HH > 23 OR WS-CHECK-MI > 59 OR WS-CHECK-SS > 59
              MOVE 'N' TO WS-STAMP-VALID
           END-IF.

       CHECK-DATE-AND-TIME-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CHECK-SERVICE-ROW SECTION.
           MOVE MNT-SERVICE TO SVC-LOGICAL-NAME.

           EXEC CICS READ FILE('JAVASVCF')
                INTO(JAVA-SERVICE-RECORD)
                RIDFLD(SVC-LOGICAL-NAME)
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'SERVICE IS NOT ON JAVASVCF' TO MNWMSGO
                 MOVE 'N' TO WS-INPUT-VALID
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'JAVASVCF READ FAILED - SEE CICS STATUS'
                                   TO MNWMSGO
                 MOVE 'N' TO WS-INPUT-VALID
              WHEN MNT-MODE-SIMULATE AND SVC-SIM-OUTPUT-L NOT > ZERO
                 MOVE 'S NEEDS A CAPTURED REPLY ON THE SERVICE ROW'
                                   TO MNWMSGO
                 MOVE 'N' TO WS-INPUT-VALID
           END-EVALUATE.

       CHECK-SERVICE-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Windows are keyed on their end, and a service's windows never
      * overlap, so the only one that can clash is the first of the
      * service's windows ending at or after the new start (the row
      * being changed aside) - it clashes if it starts before the new
      * window ends.
      ***************************************************************
       CHECK-WINDOW-OVERLAP SECTION.
           MOVE JAVA-MAINT-WINDOW-RECORD TO WS-NEW-WINDOW.
           MOVE MNT-SERVICE              TO WS-NEW-SERVICE.
           MOVE MNT-START-STAMP          TO WS-NEW-START-STAMP.
           MOVE MNT-END-STAMP            TO WS-NEW-END-STAMP.
           MOVE WS-NEW-START-STAMP       TO MNT-END-STAMP.
           MOVE 'N' TO WS-BROWSE-DONE.

           EXEC CICS STARTBR FILE('JAVAMNTF')
                RIDFLD(MNT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-BROWSE-IS-DONE
                 EXEC CICS READNEXT FILE('JAVAMNTF')
                      INTO(JAVA-MAINT-WINDOW-RECORD)
                      RIDFLD(MNT-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-IS-DONE TO TRUE
                    WHEN MNT-SERVICE NOT = WS-NEW-SERVICE
                       SET WS-BROWSE-IS-DONE TO TRUE
                    WHEN MNT-KEY = WS-EXCLUDE-KEY
                       CONTINUE
                    WHEN OTHER
                       SET WS-BROWSE-IS-DONE TO TRUE
                       IF MNT-START-STAMP NOT > WS-NEW-END-STAMP
                          MOVE SPACES TO MNWMSGO
                          STRING 'OVERLAPS THE WINDOW ENDING '
                                              DELIMITED BY SIZE
                                 MNT-END-DATE DELIMITED BY SIZE
                                 ' '          DELIMITED BY SIZE
                                 MNT-END-TIME DELIMITED BY SIZE
                                 INTO MNWMSGO
                          MOVE 'N' TO WS-INPUT-VALID
                       END-IF
                 END-EVALUATE
              END-PERFORM
              EXEC CICS ENDBR FILE('JAVAMNTF')
                   RESP(WS-RESP2)
              END-EXEC
           ELSE
              IF WS-RESP = DFHRESP(FILENOTFOUND)
                 MOVE 'NO MAINTENANCE CALENDAR IN THIS REGION'
                                   TO MNWMSGO
                 MOVE 'N' TO WS-INPUT-VALID
              END-IF
           END-IF.

           MOVE WS-NEW-WINDOW TO JAVA-MAINT-WINDOW-RECORD.

       CHECK-WINDOW-OVERLAP-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       STAMP-SET-BY SECTION.
           MOVE WS-USERID           TO MNT-SET-BY.
           MOVE WS-NOW-DATE         TO MNT-SET-DATE.
           MOVE WS-NOW-TIME         TO MNT-SET-TIME.

       STAMP-SET-BY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Same MNTSTART wording and counters the JAVAMNTE sweep uses.
      ***************************************************************
       NOTIFY-WINDOW-STARTED SECTION.
           PERFORM SET-MODE-WORD.
           MOVE SPACES              TO WS-WINDOW-NOTICE.
           STRING 'JAVASVC MAINT WINDOW STARTED: ' DELIMITED BY SIZE
                  MNT-SERVICE               DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-MODE-WORD              DELIMITED BY SPACE
                  ' UNTIL '                 DELIMITED BY SIZE
                  MNT-END-DATE              DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  MNT-END-TIME              DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  MNT-REASON                DELIMITED BY SIZE
                  INTO WS-WINDOW-NOTICE.

           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(WS-WINDOW-NOTICE)
                LENGTH(LENGTH OF WS-WINDOW-NOTICE)
                RESP(WS-RESP2)
           END-EXEC.

           INITIALIZE JAVA-EVENT-RECORD.
           MOVE 'MNTSTART'          TO EVT-TYPE.
           MOVE MNT-SERVICE         TO EVT-SERVICE.
           MOVE MNT-END-DATE        TO EVT-COUNT-1.
           MOVE MNT-END-TIME        TO EVT-COUNT-2.
           MOVE WS-WINDOW-NOTICE    TO EVT-TEXT.
           PERFORM WRITE-OPERATIONAL-EVENT.

       NOTIFY-WINDOW-STARTED-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * MNTEND for a window deleted once started - "ended early" and
      * by whom when it was still in force, otherwise the sweep's own
      * wording for a window that simply ran out before it was
      * logged.
      ***************************************************************
       NOTIFY-WINDOW-ENDED SECTION.
           PERFORM SET-MODE-WORD.
           IF MNT-END-STAMP < WS-NOW-STAMP
              MOVE 'JAVASVC MAINT WINDOW ENDED: '   TO WS-END-WORDING
           ELSE
              MOVE 'JAVASVC MAINT WINDOW ENDED EARLY: '
                                                    TO WS-END-WORDING
           END-IF.
           MOVE SPACES              TO WS-WINDOW-NOTICE.
           STRING WS-END-WORDING            DELIMITED BY '  '
                  ' '                       DELIMITED BY SIZE
                  MNT-SERVICE               DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-MODE-WORD              DELIMITED BY SPACE
                  ' FROM '                  DELIMITED BY SIZE
                  MNT-START-DATE            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  MNT-START-TIME            DELIMITED BY SIZE
                  ' BY '                    DELIMITED BY SIZE
                  WS-USERID                 DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  MNT-REASON                DELIMITED BY SIZE
                  INTO WS-WINDOW-NOTICE.

           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(WS-WINDOW-NOTICE)
                LENGTH(LENGTH OF WS-WINDOW-NOTICE)
                RESP(WS-RESP2)
           END-EXEC.

           INITIALIZE JAVA-EVENT-RECORD.
           MOVE 'MNTEND'            TO EVT-TYPE.
           MOVE MNT-SERVICE         TO EVT-SERVICE.
           MOVE MNT-START-DATE      TO EVT-COUNT-1.
           MOVE MNT-START-TIME      TO EVT-COUNT-2.
           MOVE WS-WINDOW-NOTICE    TO EVT-TEXT.
           PERFORM WRITE-OPERATIONAL-EVENT.

       NOTIFY-WINDOW-ENDED-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       SET-MODE-WORD SECTION.
           IF MNT-MODE-SIMULATE
              MOVE 'SIMULATE'       TO WS-MODE-WORD
           ELSE
              MOVE 'REJECT'         TO WS-MODE-WORD
           END-IF.

       SET-MODE-WORD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Hands the filled-in event record to JAVAEVTW - see JAVAEVT.
      ***************************************************************
       WRITE-OPERATIONAL-EVENT SECTION.
           EXEC CICS LINK PROGRAM('JAVAEVTW')
                COMMAREA(JAVA-EVENT-RECORD)
                LENGTH(LENGTH OF JAVA-EVENT-RECORD)
                RESP(WS-RESP2)
           END-EXEC.

       WRITE-OPERATIONAL-EVENT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLEAR-WINDOW-DISPLAY SECTION.
           INITIALIZE JAVA-MAINT-WINDOW-RECORD.
           MOVE JAVA-MAINT-WINDOW-RECORD TO WS-SHOWN-WINDOW.
           MOVE SPACES              TO WS-SHOWN-KEY.
           MOVE ZERO                TO MNWSTDTO.
           MOVE ZERO                TO MNWSTTMO.
           MOVE ZERO                TO MNWENDTO.
           MOVE ZERO                TO MNWENTMO.
           MOVE SPACES              TO MNWMODEO.
           MOVE SPACES              TO MNWRSNO.
           MOVE SPACES              TO MNWSTATO.
           MOVE SPACES              TO MNWSETBO.
           MOVE SPACES              TO MNWSETDO.
           MOVE SPACES              TO MNWSETHO.

       CLEAR-WINDOW-DISPLAY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       RESEND-SCREEN-WITH-MESSAGE SECTION.
           EXEC CICS SEND MAP('JAVMNWM')
                MAPSET('JAVMNWS')
                FROM(JAVMNWMO)
                DATAONLY
                FREEKB
           END-EXEC.

       RESEND-SCREEN-WITH-MESSAGE-EXIT.
           EXIT.
