      *****************************************************************
      * Online approval transaction (suggested TRANID JSVA) for the
      * JAVASVCF changes JAVASVCM holds on JAVAPNDF under dual control
      * (see JAVAPND) - the second pair of eyes. One screen (mapset
      * JAVSVAS, map JAVSVAM - see cobol/bms/JAVSVAS.bms) showing one
      * held change at a time: what it is, who keyed it, when it
      * lapses, and each field it would alter before and after.
      * SVAACTN drives it:
      *   V  view the change held for SVASVC, or the first one held
      *      when SVASVC is left blank
      *   A  approve the change on view - it is applied to JAVASVCF
      *      and journaled to JAVASVCJ under its own action (ADD/
      *      CHANGE/ENABLE/DISABLE) with the operator who keyed it in
      *      JRN-OPERATOR and the approver in JRN-APPROVER
      *   R  reject the change on view - journaled 'REJECTED', or
      *      'WITHDRAW' when the operator who keyed it takes it back
      * PF8 views the next held change, PF11 pages through a change
      * that alters more fields than one screen shows, PF3 or CLEAR
      * ends the session, the same exit convention as JAVASVCM.
      *
      * The approver must be a different signed-on userid from the
      * one that keyed the change, and can only act on the change
      * this screen is currently showing - if it was replaced while
      * on view, it has to be viewed again. A change past its expiry
      * is removed and journaled 'EXPIRED' as soon as it is looked
      * at, never applied.
      *
      * An approved CHANGE/ENABLE/DISABLE is applied only if the live
      * row's configuration is still what it was when the change was
      * keyed (an intervening change or auto-disable means the
      * approver would be signing off something else), and never
      * overwrites the runtime counters the bridge has moved on
      * since - SVC-CONSEC-FAILURES/SVC-IN-FLIGHT-COUNT are kept
      * (except on an ENABLE, which resets them the way JAVASVCM's
      * does) and SVC-DIAG-SLOT is kept inside SVC-DIAG-KEEP. The
      * canary candidate's SVC-CAND-CALLS/SVC-CAND-FAILS are kept the
      * same way, unless the change itself restarted the trial
      * (PND-TRIAL-RESTART, set by JAVASVCM when the candidate is
      * keyed or rekeyed), in which case they start again from zero
      * - a fallback by JAVACICS in between counts as an intervening
      * change, the same as an auto-disable.
      * Runs conversationally, the same low-volume-ops-tool choice
      * made for JAVASVCM.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVASVCA.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************************
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-RESP              PIC S9(8) COMP.
           05  WS-RESP2             PIC S9(8) COMP.
           05  WS-DONE              PIC X(1) VALUE 'N'.
               88  WS-IS-DONE           VALUE 'Y'.
           05  WS-PENDING-FOUND     PIC X(1) VALUE 'N'.
               88  WS-PENDING-WAS-FOUND VALUE 'Y'.
           05  WS-BROWSE-DONE       PIC X(1) VALUE 'N'.
               88  WS-BROWSE-IS-DONE    VALUE 'Y'.
           05  WS-CLAIMED           PIC X(1) VALUE 'N'.
               88  CHANGE-WAS-CLAIMED   VALUE 'Y'.
           05  WS-APPLIED           PIC X(1) VALUE 'N'.
               88  CHANGE-WAS-APPLIED   VALUE 'Y'.
           05  WS-USERID            PIC X(8) VALUE SPACES.
           05  WS-REQ-SERVICE       PIC X(8).
           05  WS-BROWSE-KEY        PIC X(8).
           05  WS-ABS-TIME          PIC S9(15) COMP.
      * The held change on view - an A or R acts on this one only.
           05  WS-SHOWN-SERVICE     PIC X(8) VALUE SPACES.
           05  WS-SHOWN-REQ-ABSTIME PIC S9(15) COMP VALUE 0.
           05  WS-SAVE-CONSEC       PIC S9(4) COMP.
           05  WS-SAVE-IN-FLIGHT    PIC S9(4) COMP.
           05  WS-SAVE-DIAG-SLOT    PIC S9(4) COMP.
           05  WS-SAVE-CAND-CALLS   PIC S9(9) COMP.
           05  WS-SAVE-CAND-FAILS   PIC S9(9) COMP.
           05  WS-JRN-ACTION        PIC X(8).
           05  WS-JRN-APPROVER      PIC X(8).
           05  WS-JRN-BEFORE        PIC X(346).
           05  WS-JRN-AFTER         PIC X(346).
           05  WS-JRN-SETTLED       PIC X(1).
               88  JRN-WRITE-SETTLED    VALUE 'Y'.
           05  WS-JRN-NOTICE        PIC X(79).
           05  WS-DIFF-COUNT        PIC S9(4) COMP VALUE 0.
           05  WS-DIFF-FIRST        PIC S9(4) COMP VALUE 1.
           05  WS-DIFF-LAST         PIC S9(4) COMP.
           05  WS-DIFF-NUM-BEFORE   PIC -(9)9.
           05  WS-DIFF-NUM-AFTER    PIC -(9)9.
           05  WS-DISP-FIRST        PIC Z9.
           05  WS-DISP-LAST         PIC Z9.
           05  WS-DISP-COUNT        PIC Z9.

      ***************************************************************
      * One line per field the held change alters - FIELD / BEFORE /
      * AFTER, lined up under the screen's column headings - shown
      * nine to a page. Sized for every field of the row changing
      * at once, as on an ADD.
      ***************************************************************
       01  WS-DIFF-LINE.
           05  WS-DIF-FIELD         PIC X(16).
           05  FILLER               PIC X(1).
           05  WS-DIF-BEFORE        PIC X(30).
           05  FILLER               PIC X(1).
           05  WS-DIF-AFTER         PIC X(30).
       01  WS-DIFF-TABLE.
           05  WS-DIFF-ENTRY OCCURS 27 TIMES PIC X(78).

      * AID-key constants (DFHENTER etc) for the EIBAID dispatch.
       COPY DFHAID.
      * VSAM record layout for JAVASVCF - see JAVASVCR. Holds the
      * live row, and the held after image while it is on view.
       COPY JAVASVCR.
      * The same layout over the held before image, so the two can
      * be compared field by field.
       COPY JAVASVCR REPLACING JAVA-SERVICE-RECORD BY WS-BEFORE-ROW.
      * Held-change record for the JAVAPNDF file - see JAVAPND.
       COPY JAVAPND.
      * Change-journal record for the JAVASVCJ file - see JAVASVCJ.
       COPY JAVASVCJ.
      * Symbolic map for mapset JAVSVAS, map JAVSVAM.
       COPY JAVSVAS.
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
                FROM('JAVASVCA COMPLETE')
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
           MOVE LOW-VALUES TO JAVSVAMO.
           MOVE 'V AND A LOGICAL NAME, OR V ALONE FOR THE FIRST HELD'
                                TO SVAMSGO.

           EXEC CICS SEND MAP('JAVSVAM')
                MAPSET('JAVSVAS')
                FROM(JAVSVAMO)
                ERASE
                FREEKB
           END-EXEC.

       SEND-BLANK-SCREEN-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       RECEIVE-AND-PROCESS-SCREEN SECTION.
           EXEC CICS RECEIVE MAP('JAVSVAM')
                MAPSET('JAVSVAS')
                INTO(JAVSVAMI)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-IS-DONE TO TRUE
           ELSE
              EVALUATE TRUE
                 WHEN EIBAID = DFHENTER
                    PERFORM VALIDATE-AND-DISPATCH-ACTION
                 WHEN EIBAID = DFHPF8
                    MOVE SPACES TO SVAMSGO
                    MOVE WS-SHOWN-SERVICE TO WS-BROWSE-KEY
                    PERFORM SHOW-NEXT-PENDING-CHANGE
                 WHEN EIBAID = DFHPF11
                    PERFORM SHOW-NEXT-DIFFERENCE-PAGE
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
      * With CTRL=(FREEKB,FRSET) an SVASVC the approver did not
      * retype comes back empty, so an A or R with no name keyed
      * means the change already on view.
      ***************************************************************
       VALIDATE-AND-DISPATCH-ACTION SECTION.
           MOVE SPACES TO SVAMSGO.

           IF SVASVCL > ZERO AND SVASVCI NOT = SPACES
              MOVE SVASVCI TO WS-REQ-SERVICE
           ELSE
              MOVE WS-SHOWN-SERVICE TO WS-REQ-SERVICE
           END-IF.

           EVALUATE SVAACTNI
              WHEN 'V'
                 IF WS-REQ-SERVICE = SPACES
                    MOVE LOW-VALUES TO WS-BROWSE-KEY
                    PERFORM SHOW-NEXT-PENDING-CHANGE
                 ELSE
                    PERFORM VIEW-PENDING-CHANGE
                 END-IF
              WHEN 'A'
                 PERFORM APPROVE-PENDING-CHANGE
              WHEN 'R'
                 PERFORM REJECT-PENDING-CHANGE
              WHEN OTHER
                 MOVE 'INVALID ACTION - USE V/A/R' TO SVAMSGO
           END-EVALUATE.

       VALIDATE-AND-DISPATCH-ACTION-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       VIEW-PENDING-CHANGE SECTION.
           PERFORM CLEAR-CHANGE-DISPLAY.
           MOVE WS-REQ-SERVICE TO PND-SERVICE.

           EXEC CICS READ FILE('JAVAPNDF')
                INTO(JAVA-PENDING-CHANGE-RECORD)
                RIDFLD(PND-SERVICE)
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 PERFORM SHOW-OR-EXPIRE-PENDING-CHANGE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'NO CHANGE IS HELD FOR THIS SERVICE' TO SVAMSGO
              WHEN WS-RESP = DFHRESP(FILENOTFOUND)
                 MOVE 'DUAL CONTROL IS NOT IN USE IN THIS REGION'
                                   TO SVAMSGO
              WHEN OTHER
                 MOVE 'JAVAPNDF READ FAILED - SEE CICS STATUS'
                                   TO SVAMSGO
           END-EVALUATE.

       VIEW-PENDING-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The first held change after WS-BROWSE-KEY (LOW-VALUES for
      * the first of all). The browse is ended before the change is
      * shown, since showing it may mean expiring (deleting) it.
      ***************************************************************
       SHOW-NEXT-PENDING-CHANGE SECTION.
           PERFORM CLEAR-CHANGE-DISPLAY.
           MOVE 'N' TO WS-PENDING-FOUND.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-BROWSE-KEY TO PND-SERVICE.

           EXEC CICS STARTBR FILE('JAVAPNDF')
                RIDFLD(PND-SERVICE)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-BROWSE-IS-DONE
                 EXEC CICS READNEXT FILE('JAVAPNDF')
                      INTO(JAVA-PENDING-CHANGE-RECORD)
                      RIDFLD(PND-SERVICE)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    SET WS-BROWSE-IS-DONE TO TRUE
                 ELSE
                    IF PND-SERVICE > WS-BROWSE-KEY
                       SET WS-PENDING-WAS-FOUND TO TRUE
                       SET WS-BROWSE-IS-DONE TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('JAVAPNDF')
                   RESP(WS-RESP2)
              END-EXEC
           ELSE
              IF WS-RESP = DFHRESP(FILENOTFOUND)
                 MOVE 'DUAL CONTROL IS NOT IN USE IN THIS REGION'
                                   TO SVAMSGO
              END-IF
           END-IF.

           IF WS-PENDING-WAS-FOUND
              PERFORM SHOW-OR-EXPIRE-PENDING-CHANGE
           ELSE
              IF SVAMSGO = SPACES
                 MOVE 'NO (MORE) CHANGES AWAIT APPROVAL' TO SVAMSGO
              END-IF
           END-IF.

       SHOW-NEXT-PENDING-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * JAVA-PENDING-CHANGE-RECORD has just been read. The service
      * becomes the browse position for PF8 either way, but only a
      * change still inside its expiry is put on view.
      ***************************************************************
       SHOW-OR-EXPIRE-PENDING-CHANGE SECTION.
           MOVE PND-SERVICE TO WS-SHOWN-SERVICE.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.

           IF WS-ABS-TIME > PND-EXPIRES-ABSTIME
              PERFORM EXPIRE-PENDING-CHANGE
           ELSE
              MOVE PND-REQ-ABSTIME TO WS-SHOWN-REQ-ABSTIME
              PERFORM MOVE-PENDING-CHANGE-TO-SCREEN
              IF PND-REQUESTER = WS-USERID
                 MOVE 'ANOTHER OPERATOR MUST APPROVE (R WITHDRAWS IT)'
                                   TO SVAMSGO
              ELSE
                 MOVE 'CHECK EACH FIELD, THEN A=APPROVE OR R=REJECT'
                                   TO SVAMSGO
              END-IF
              PERFORM SHOW-DIFFERENCE-PAGE
           END-IF.

       SHOW-OR-EXPIRE-PENDING-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       APPROVE-PENDING-CHANGE SECTION.
           PERFORM LOCATE-SHOWN-CHANGE.

           IF WS-PENDING-WAS-FOUND
              EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
              EVALUATE TRUE
                 WHEN PND-REQUESTER = WS-USERID
                    MOVE 'YOU KEYED IT - ANOTHER OPERATOR MUST APPROVE'
                                      TO SVAMSGO
                 WHEN WS-ABS-TIME > PND-EXPIRES-ABSTIME
                    PERFORM EXPIRE-PENDING-CHANGE
                    PERFORM CLEAR-CHANGE-DISPLAY
                 WHEN OTHER
                    PERFORM APPLY-APPROVED-CHANGE
              END-EVALUATE
           END-IF.

       APPROVE-PENDING-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The held row is DELETEd first - that claims it, so two
      * approvers acting at once cannot both apply it - and put back
      * if JAVASVCF then will not take the change.
      ***************************************************************
       APPLY-APPROVED-CHANGE SECTION.
           PERFORM CLAIM-PENDING-CHANGE.

           IF CHANGE-WAS-CLAIMED
              IF PND-IS-ADD
                 PERFORM APPLY-APPROVED-ADD
              ELSE
                 PERFORM APPLY-APPROVED-UPDATE
              END-IF

              IF CHANGE-WAS-APPLIED
                 MOVE PND-ACTION           TO WS-JRN-ACTION
                 MOVE WS-USERID            TO WS-JRN-APPROVER
                 MOVE JAVA-SERVICE-RECORD  TO WS-JRN-AFTER
                 PERFORM WRITE-SERVICE-JOURNAL
                 PERFORM CLEAR-CHANGE-DISPLAY
                 STRING PND-ACTION       DELIMITED BY SPACE
                        ' OF '           DELIMITED BY SIZE
                        PND-SERVICE      DELIMITED BY SPACE
                        ' APPROVED - NOW LIVE'
                                         DELIMITED BY SIZE
                        INTO SVAMSGO
              ELSE
                 PERFORM RESTORE-PENDING-CHANGE
              END-IF
           END-IF.

       APPLY-APPROVED-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       APPLY-APPROVED-ADD SECTION.
           MOVE 'N' TO WS-APPLIED.
           MOVE PND-AFTER-IMAGE TO JAVA-SERVICE-RECORD.
           MOVE LOW-VALUES      TO WS-JRN-BEFORE.

           EXEC CICS WRITE FILE('JAVASVCF')
                FROM(JAVA-SERVICE-RECORD)
                RIDFLD(SVC-LOGICAL-NAME IN JAVA-SERVICE-RECORD)
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 SET CHANGE-WAS-APPLIED TO TRUE
              WHEN WS-RESP = DFHRESP(DUPREC)
                 MOVE 'SERVICE NOW EXISTS - REJECT, KEY A CHANGE'
                                   TO SVAMSGO
              WHEN OTHER
                 MOVE 'APPLY FAILED - SEE CICS STATUS' TO SVAMSGO
           END-EVALUATE.

       APPLY-APPROVED-ADD-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The live row must still match the held before image in
      * everything but the runtime counters - those are carried
      * across onto the before image for the comparison, then onto
      * the approved row for the REWRITE.
      ***************************************************************
       APPLY-APPROVED-UPDATE SECTION.
           MOVE 'N' TO WS-APPLIED.
           MOVE PND-SERVICE TO SVC-LOGICAL-NAME IN JAVA-SERVICE-RECORD.

           EXEC CICS READ FILE('JAVASVCF')
                INTO(JAVA-SERVICE-RECORD)
                RIDFLD(SVC-LOGICAL-NAME IN JAVA-SERVICE-RECORD)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE 'SERVICE NO LONGER EXISTS - REJECT THIS CHANGE'
                                   TO SVAMSGO
              ELSE
                 MOVE 'APPLY FAILED - SEE CICS STATUS' TO SVAMSGO
              END-IF
           ELSE
              MOVE JAVA-SERVICE-RECORD TO WS-JRN-BEFORE
              MOVE SVC-CONSEC-FAILURES IN JAVA-SERVICE-RECORD
                                   TO WS-SAVE-CONSEC
              MOVE SVC-IN-FLIGHT-COUNT IN JAVA-SERVICE-RECORD
                                   TO WS-SAVE-IN-FLIGHT
              MOVE SVC-DIAG-SLOT IN JAVA-SERVICE-RECORD
                                   TO WS-SAVE-DIAG-SLOT
              MOVE SVC-CAND-CALLS IN JAVA-SERVICE-RECORD
                                   TO WS-SAVE-CAND-CALLS
              MOVE SVC-CAND-FAILS IN JAVA-SERVICE-RECORD
                                   TO WS-SAVE-CAND-FAILS

              MOVE PND-BEFORE-IMAGE TO WS-BEFORE-ROW
              MOVE WS-SAVE-CONSEC
                     TO SVC-CONSEC-FAILURES IN WS-BEFORE-ROW
              MOVE WS-SAVE-IN-FLIGHT
                     TO SVC-IN-FLIGHT-COUNT IN WS-BEFORE-ROW
              MOVE WS-SAVE-DIAG-SLOT
                     TO SVC-DIAG-SLOT IN WS-BEFORE-ROW
              MOVE WS-SAVE-CAND-CALLS
                     TO SVC-CAND-CALLS IN WS-BEFORE-ROW
              MOVE WS-SAVE-CAND-FAILS
                     TO SVC-CAND-FAILS IN WS-BEFORE-ROW

              IF WS-BEFORE-ROW NOT = JAVA-SERVICE-RECORD
                 EXEC CICS UNLOCK FILE('JAVASVCF')
                      RESP(WS-RESP2)
                 END-EXEC
                 MOVE 'SERVICE CHANGED SINCE KEYED - REJECT AND REKEY'
                                   TO SVAMSGO
              ELSE
                 MOVE PND-AFTER-IMAGE TO JAVA-SERVICE-RECORD
                 IF NOT PND-IS-ENABLE
                    MOVE WS-SAVE-CONSEC
                       TO SVC-CONSEC-FAILURES IN JAVA-SERVICE-RECORD
                    MOVE WS-SAVE-IN-FLIGHT
                       TO SVC-IN-FLIGHT-COUNT IN JAVA-SERVICE-RECORD
                 END-IF
                 MOVE WS-SAVE-DIAG-SLOT
                       TO SVC-DIAG-SLOT IN JAVA-SERVICE-RECORD
                 IF SVC-DIAG-SLOT IN JAVA-SERVICE-RECORD
                       NOT < SVC-DIAG-KEEP IN JAVA-SERVICE-RECORD
                    MOVE ZERO TO SVC-DIAG-SLOT IN JAVA-SERVICE-RECORD
                 END-IF
                 IF PND-TRIAL-RESTARTED
                    MOVE ZERO
                       TO SVC-CAND-CALLS IN JAVA-SERVICE-RECORD
                    MOVE ZERO
                       TO SVC-CAND-FAILS IN JAVA-SERVICE-RECORD
                 ELSE
                    MOVE WS-SAVE-CAND-CALLS
                       TO SVC-CAND-CALLS IN JAVA-SERVICE-RECORD
                    MOVE WS-SAVE-CAND-FAILS
                       TO SVC-CAND-FAILS IN JAVA-SERVICE-RECORD
                 END-IF

                 EXEC CICS REWRITE FILE('JAVASVCF')
                      FROM(JAVA-SERVICE-RECORD)
                      RESP(WS-RESP)
                 END-EXEC

                 IF WS-RESP = DFHRESP(NORMAL)
                    SET CHANGE-WAS-APPLIED TO TRUE
                 ELSE
                    MOVE 'APPLY FAILED - SEE CICS STATUS' TO SVAMSGO
                 END-IF
              END-IF
           END-IF.

       APPLY-APPROVED-UPDATE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       REJECT-PENDING-CHANGE SECTION.
           PERFORM LOCATE-SHOWN-CHANGE.

           IF WS-PENDING-WAS-FOUND
              PERFORM CLAIM-PENDING-CHANGE
           END-IF.

           IF WS-PENDING-WAS-FOUND AND CHANGE-WAS-CLAIMED
              IF PND-REQUESTER = WS-USERID
                 MOVE 'WITHDRAW'   TO WS-JRN-ACTION
                 MOVE SPACES       TO WS-JRN-APPROVER
              ELSE
                 MOVE 'REJECTED'   TO WS-JRN-ACTION
                 MOVE WS-USERID    TO WS-JRN-APPROVER
              END-IF
              MOVE PND-BEFORE-IMAGE TO WS-JRN-BEFORE
              MOVE PND-AFTER-IMAGE  TO WS-JRN-AFTER
              PERFORM WRITE-SERVICE-JOURNAL
              PERFORM CLEAR-CHANGE-DISPLAY
              STRING PND-ACTION       DELIMITED BY SPACE
                     ' OF '           DELIMITED BY SIZE
                     PND-SERVICE      DELIMITED BY SPACE
                     ' '              DELIMITED BY SIZE
                     WS-JRN-ACTION    DELIMITED BY SPACE
                     ' - JAVASVCF NOT CHANGED'
                                      DELIMITED BY SIZE
                     INTO SVAMSGO
           END-IF.

       REJECT-PENDING-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * An A or R acts only on the change on view, and only if it is
      * still the same request - not one the operator who keyed it
      * has since replaced.
      ***************************************************************
       LOCATE-SHOWN-CHANGE SECTION.
           MOVE 'N' TO WS-PENDING-FOUND.

           IF WS-SHOWN-REQ-ABSTIME = ZERO
              OR WS-REQ-SERVICE NOT = WS-SHOWN-SERVICE
              MOVE 'VIEW THE CHANGE (V) BEFORE APPROVING/REJECTING'
                                   TO SVAMSGO
           ELSE
              MOVE WS-SHOWN-SERVICE TO PND-SERVICE
              EXEC CICS READ FILE('JAVAPNDF')
                   INTO(JAVA-PENDING-CHANGE-RECORD)
                   RIDFLD(PND-SERVICE)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 IF PND-REQ-ABSTIME = WS-SHOWN-REQ-ABSTIME
                    SET WS-PENDING-WAS-FOUND TO TRUE
                 ELSE
                    MOVE 'THE HELD CHANGE WAS REPLACED - VIEW IT AGAIN'
                                   TO SVAMSGO
                 END-IF
              ELSE
                 PERFORM CLEAR-CHANGE-DISPLAY
                 MOVE 'NO CHANGE IS HELD FOR THIS SERVICE NOW'
                                   TO SVAMSGO
              END-IF
           END-IF.

       LOCATE-SHOWN-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLAIM-PENDING-CHANGE SECTION.
           MOVE 'N' TO WS-CLAIMED.

           EXEC CICS DELETE FILE('JAVAPNDF')
                RIDFLD(PND-SERVICE)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              SET CHANGE-WAS-CLAIMED TO TRUE
           ELSE
              PERFORM CLEAR-CHANGE-DISPLAY
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE 'ANOTHER OPERATOR HAS JUST DEALT WITH THIS CHANGE'
                                   TO SVAMSGO
              ELSE
                 MOVE 'JAVAPNDF DELETE FAILED - SEE CICS STATUS'
                                   TO SVAMSGO
              END-IF
           END-IF.

       CLAIM-PENDING-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The approval could not be applied - put the held change back
      * exactly as it was, so it can be rejected (or approved once
      * whatever stopped it is fixed). The reason is already in
      * SVAMSGO; losing the held row as well goes to CSMT.
      ***************************************************************
       RESTORE-PENDING-CHANGE SECTION.
           EXEC CICS WRITE FILE('JAVAPNDF')
                FROM(JAVA-PENDING-CHANGE-RECORD)
                RIDFLD(PND-SERVICE)
                RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-JRN-NOTICE
              STRING 'JAVASVCA: HELD CHANGE LOST FOR '
                                        DELIMITED BY SIZE
                     PND-SERVICE        DELIMITED BY SIZE
                     ' - APPLY FAILED AND JAVAPNDF REWRITE FAILED'
                                        DELIMITED BY SIZE
                     INTO WS-JRN-NOTICE
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-JRN-NOTICE)
                   LENGTH(LENGTH OF WS-JRN-NOTICE)
                   RESP(WS-RESP2)
              END-EXEC
           END-IF.

       RESTORE-PENDING-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A lapsed change is removed and journaled 'EXPIRED' under the
      * operator who keyed it, the same as EXPIRE-PENDING-CHANGE on
      * JAVASVCM does when a fresh request finds one.
      ***************************************************************
       EXPIRE-PENDING-CHANGE SECTION.
           PERFORM CLAIM-PENDING-CHANGE.

           IF CHANGE-WAS-CLAIMED
              MOVE 'EXPIRED'        TO WS-JRN-ACTION
              MOVE SPACES           TO WS-JRN-APPROVER
              MOVE PND-BEFORE-IMAGE TO WS-JRN-BEFORE
              MOVE PND-AFTER-IMAGE  TO WS-JRN-AFTER
              PERFORM WRITE-SERVICE-JOURNAL
              STRING PND-ACTION       DELIMITED BY SPACE
                     ' OF '           DELIMITED BY SIZE
                     PND-SERVICE      DELIMITED BY SPACE
                     ' EXPIRED UNAPPROVED - REMOVED, KEY IT AGAIN'
                                      DELIMITED BY SIZE
                     INTO SVAMSGO
           END-IF.

       EXPIRE-PENDING-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * One journal entry per approval, rejection or expiry, written
      * to JAVASVCJ with the same DUPREC/sequence-bump settling
      * WRITE-SERVICE-JOURNAL on JAVASVCM uses. JRN-OPERATOR/
      * JRN-TERMID are always the operator who keyed the change;
      * JRN-APPROVER is the second operator, where there was one.
      ***************************************************************
       WRITE-SERVICE-JOURNAL SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                YYYYMMDD(JRN-KEY-DATE)
                TIME(JRN-KEY-TIME)
           END-EXEC.
           MOVE ZERO               TO JRN-KEY-SEQ.
           MOVE PND-SERVICE        TO JRN-SERVICE.
           MOVE WS-JRN-ACTION      TO JRN-ACTION.
           MOVE 'JAVASVCA'         TO JRN-SOURCE-PGM.
           MOVE PND-REQUESTER      TO JRN-OPERATOR.
           MOVE PND-REQ-TERMID     TO JRN-TERMID.
           MOVE WS-JRN-APPROVER    TO JRN-APPROVER.
           MOVE WS-JRN-BEFORE      TO JRN-BEFORE-IMAGE.
           MOVE WS-JRN-AFTER       TO JRN-AFTER-IMAGE.

           MOVE 'N' TO WS-JRN-SETTLED.
           PERFORM UNTIL JRN-WRITE-SETTLED
              EXEC CICS WRITE FILE('JAVASVCJ')
                   FROM(JAVA-SERVICE-JOURNAL-RECORD)
                   RIDFLD(JRN-KEY)
                   RESP(WS-RESP2)
              END-EXEC
              IF WS-RESP2 = DFHRESP(DUPREC) AND JRN-KEY-SEQ < 999
                 ADD 1 TO JRN-KEY-SEQ
              ELSE
                 SET JRN-WRITE-SETTLED TO TRUE
              END-IF
           END-PERFORM.

           IF WS-RESP2 NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-JRN-NOTICE
              STRING 'JAVASVCA: JAVASVCJ JOURNAL WRITE FAILED FOR '
                                        DELIMITED BY SIZE
                     PND-SERVICE        DELIMITED BY SIZE
                     ' ACTION '         DELIMITED BY SIZE
                     WS-JRN-ACTION      DELIMITED BY SIZE
                     INTO WS-JRN-NOTICE
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-JRN-NOTICE)
                   LENGTH(LENGTH OF WS-JRN-NOTICE)
                   RESP(WS-RESP2)
              END-EXEC
           END-IF.

       WRITE-SERVICE-JOURNAL-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       MOVE-PENDING-CHANGE-TO-SCREEN SECTION.
           MOVE PND-SERVICE        TO SVASVCO.
           MOVE PND-ACTION         TO SVAPACTO.
           MOVE PND-REQUESTER      TO SVAREQUO.
           MOVE PND-REQ-TERMID     TO SVAREQTO.
           MOVE PND-REQ-DATE       TO SVAREQDO.
           MOVE PND-REQ-TIME       TO SVAREQHO.
           MOVE PND-EXPIRES-DATE   TO SVAEXPDO.
           MOVE PND-EXPIRES-TIME   TO SVAEXPHO.

      * An ADD has no before image - compare against an empty row so
      * every field it sets is listed.
           IF PND-IS-ADD
              INITIALIZE WS-BEFORE-ROW
           ELSE
              MOVE PND-BEFORE-IMAGE TO WS-BEFORE-ROW
           END-IF.
           MOVE PND-AFTER-IMAGE TO JAVA-SERVICE-RECORD.

           MOVE SPACES TO WS-DIFF-TABLE.
           MOVE ZERO   TO WS-DIFF-COUNT.
           MOVE 1      TO WS-DIFF-FIRST.
           PERFORM COMPARE-BEFORE-AND-AFTER.

           IF WS-DIFF-COUNT = ZERO
              MOVE 'NO FIELD CHANGES - ROW IS REWRITTEN AS IT IS'
                                   TO WS-DIFF-ENTRY(1)
           END-IF.

       MOVE-PENDING-CHANGE-TO-SCREEN-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Every configuration field, held before image against held
      * after image. The counters a change resets (ENABLE) are
      * listed too, so the approver sees that they will be.
      ***************************************************************
       COMPARE-BEFORE-AND-AFTER SECTION.
           IF SVC-REAL-PROGRAM IN WS-BEFORE-ROW
                 NOT = SVC-REAL-PROGRAM IN JAVA-SERVICE-RECORD
              MOVE 'REAL-PROGRAM'   TO WS-DIF-FIELD
              MOVE SVC-REAL-PROGRAM IN WS-BEFORE-ROW
                                    TO WS-DIF-BEFORE
              MOVE SVC-REAL-PROGRAM IN JAVA-SERVICE-RECORD
                                    TO WS-DIF-AFTER
              PERFORM ADD-DIFFERENCE-LINE
           END-IF.
           IF SVC-ASYNC-TRANID IN WS-BEFORE-ROW
                 NOT = SVC-ASYNC-TRANID IN JAVA-SERVICE-RECORD
              MOVE 'ASYNC-TRANID'   TO WS-DIF-FIELD
              MOVE SVC-ASYNC-TRANID IN WS-BEFORE-ROW
                                    TO WS-DIF-BEFORE
              MOVE SVC-ASYNC-TRANID IN JAVA-SERVICE-RECORD
                                    TO WS-DIF-AFTER
              PERFORM ADD-DIFFERENCE-LINE
           END-IF.
           IF SVC-ENABLED IN WS-BEFORE-ROW
                 NOT = SVC-ENABLED IN JAVA-SERVICE-RECORD
              MOVE 'ENABLED'        TO WS-DIF-FIELD
              MOVE SVC-ENABLED IN WS-BEFORE-ROW
                                    TO WS-DIF-BEFORE
              MOVE SVC-ENABLED IN JAVA-SERVICE-RECORD
                                    TO WS-DIF-AFTER
              PERFORM ADD-DIFFERENCE-LINE
           END-IF.
           IF SVC-TIMEOUT-SECS IN WS-BEFORE-ROW
                 NOT = SVC-TIMEOUT-SECS IN JAVA-SERVICE-RECORD
              MOVE 'TIMEOUT-SECS'   TO WS-DIF-FIELD
              MOVE SVC-TIMEOUT-SECS IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-TIMEOUT-SECS IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-MAX-RETRIES IN WS-BEFORE-ROW
                 NOT = SVC-MAX-RETRIES IN JAVA-SERVICE-RECORD
              MOVE 'MAX-RETRIES'    TO WS-DIF-FIELD
              MOVE SVC-MAX-RETRIES IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-MAX-RETRIES IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-CONSEC-FAILURES IN WS-BEFORE-ROW
                 NOT = SVC-CONSEC-FAILURES IN JAVA-SERVICE-RECORD
              MOVE 'CONSEC-FAILURES' TO WS-DIF-FIELD
              MOVE SVC-CONSEC-FAILURES IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-CONSEC-FAILURES IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-FAIL-THRESHOLD IN WS-BEFORE-ROW
                 NOT = SVC-FAIL-THRESHOLD IN JAVA-SERVICE-RECORD
              MOVE 'FAIL-THRESHOLD' TO WS-DIF-FIELD
              MOVE SVC-FAIL-THRESHOLD IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-FAIL-THRESHOLD IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-MAX-CONCURRENT IN WS-BEFORE-ROW
                 NOT = SVC-MAX-CONCURRENT IN JAVA-SERVICE-RECORD
              MOVE 'MAX-CONCURRENT' TO WS-DIF-FIELD
              MOVE SVC-MAX-CONCURRENT IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-MAX-CONCURRENT IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-IN-FLIGHT-COUNT IN WS-BEFORE-ROW
                 NOT = SVC-IN-FLIGHT-COUNT IN JAVA-SERVICE-RECORD
              MOVE 'IN-FLIGHT-COUNT' TO WS-DIF-FIELD
              MOVE SVC-IN-FLIGHT-COUNT IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-IN-FLIGHT-COUNT IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-SIMULATE IN WS-BEFORE-ROW
                 NOT = SVC-SIMULATE IN JAVA-SERVICE-RECORD
              MOVE 'SIMULATE'       TO WS-DIF-FIELD
              MOVE SVC-SIMULATE IN WS-BEFORE-ROW
                                    TO WS-DIF-BEFORE
              MOVE SVC-SIMULATE IN JAVA-SERVICE-RECORD
                                    TO WS-DIF-AFTER
              PERFORM ADD-DIFFERENCE-LINE
           END-IF.
           IF SVC-SIM-OUTPUT-L IN WS-BEFORE-ROW
                 NOT = SVC-SIM-OUTPUT-L IN JAVA-SERVICE-RECORD
              MOVE 'SIM-OUTPUT-L'   TO WS-DIF-FIELD
              MOVE SVC-SIM-OUTPUT-L IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-SIM-OUTPUT-L IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
      * A captured reply is shown by its first 30 bytes only - the
      * SIM-OUTPUT-L line above says when its length moved too.
           IF SVC-SIM-OUTPUT IN WS-BEFORE-ROW
                 NOT = SVC-SIM-OUTPUT IN JAVA-SERVICE-RECORD
              MOVE 'SIM-OUTPUT'     TO WS-DIF-FIELD
              MOVE SVC-SIM-OUTPUT IN WS-BEFORE-ROW
                                    TO WS-DIF-BEFORE
              MOVE SVC-SIM-OUTPUT IN JAVA-SERVICE-RECORD
                                    TO WS-DIF-AFTER
              PERFORM ADD-DIFFERENCE-LINE
           END-IF.
           IF SVC-TARGET-MS IN WS-BEFORE-ROW
                 NOT = SVC-TARGET-MS IN JAVA-SERVICE-RECORD
              MOVE 'TARGET-MS'      TO WS-DIF-FIELD
              MOVE SVC-TARGET-MS IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-TARGET-MS IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-REMOTE-SYSID IN WS-BEFORE-ROW
                 NOT = SVC-REMOTE-SYSID IN JAVA-SERVICE-RECORD
              MOVE 'REMOTE-SYSID'   TO WS-DIF-FIELD
              MOVE SVC-REMOTE-SYSID IN WS-BEFORE-ROW
                                    TO WS-DIF-BEFORE
              MOVE SVC-REMOTE-SYSID IN JAVA-SERVICE-RECORD
                                    TO WS-DIF-AFTER
              PERFORM ADD-DIFFERENCE-LINE
           END-IF.
           IF SVC-MIN-INPUT-L IN WS-BEFORE-ROW
                 NOT = SVC-MIN-INPUT-L IN JAVA-SERVICE-RECORD
              MOVE 'MIN-INPUT-L'    TO WS-DIF-FIELD
              MOVE SVC-MIN-INPUT-L IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-MIN-INPUT-L IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-MAX-INPUT-L IN WS-BEFORE-ROW
                 NOT = SVC-MAX-INPUT-L IN JAVA-SERVICE-RECORD
              MOVE 'MAX-INPUT-L'    TO WS-DIF-FIELD
              MOVE SVC-MAX-INPUT-L IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-MAX-INPUT-L IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-INPUT-RULE IN WS-BEFORE-ROW
                 NOT = SVC-INPUT-RULE IN JAVA-SERVICE-RECORD
              MOVE 'INPUT-RULE'     TO WS-DIF-FIELD
              MOVE SVC-INPUT-RULE IN WS-BEFORE-ROW
                                    TO WS-DIF-BEFORE
              MOVE SVC-INPUT-RULE IN JAVA-SERVICE-RECORD
                                    TO WS-DIF-AFTER
              PERFORM ADD-DIFFERENCE-LINE
           END-IF.
           IF SVC-INPUT-RULE-LEN IN WS-BEFORE-ROW
                 NOT = SVC-INPUT-RULE-LEN IN JAVA-SERVICE-RECORD
              MOVE 'INPUT-RULE-LEN' TO WS-DIF-FIELD
              MOVE SVC-INPUT-RULE-LEN IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-INPUT-RULE-LEN IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-INPUT-PREFIX IN WS-BEFORE-ROW
                 NOT = SVC-INPUT-PREFIX IN JAVA-SERVICE-RECORD
              MOVE 'INPUT-PREFIX'   TO WS-DIF-FIELD
              MOVE SVC-INPUT-PREFIX IN WS-BEFORE-ROW
                                    TO WS-DIF-BEFORE
              MOVE SVC-INPUT-PREFIX IN JAVA-SERVICE-RECORD
                                    TO WS-DIF-AFTER
              PERFORM ADD-DIFFERENCE-LINE
           END-IF.
           IF SVC-DIAG-KEEP IN WS-BEFORE-ROW
                 NOT = SVC-DIAG-KEEP IN JAVA-SERVICE-RECORD
              MOVE 'DIAG-KEEP'      TO WS-DIF-FIELD
              MOVE SVC-DIAG-KEEP IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-DIAG-KEEP IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-CAND-PROGRAM IN WS-BEFORE-ROW
                 NOT = SVC-CAND-PROGRAM IN JAVA-SERVICE-RECORD
              MOVE 'CAND-PROGRAM'   TO WS-DIF-FIELD
              MOVE SVC-CAND-PROGRAM IN WS-BEFORE-ROW
                                    TO WS-DIF-BEFORE
              MOVE SVC-CAND-PROGRAM IN JAVA-SERVICE-RECORD
                                    TO WS-DIF-AFTER
              PERFORM ADD-DIFFERENCE-LINE
           END-IF.
           IF SVC-CAND-PCT IN WS-BEFORE-ROW
                 NOT = SVC-CAND-PCT IN JAVA-SERVICE-RECORD
              MOVE 'CAND-PCT'       TO WS-DIF-FIELD
              MOVE SVC-CAND-PCT IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-CAND-PCT IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-CAND-FAIL-LIMIT IN WS-BEFORE-ROW
                 NOT = SVC-CAND-FAIL-LIMIT IN JAVA-SERVICE-RECORD
              MOVE 'CAND-FAIL-LIMIT' TO WS-DIF-FIELD
              MOVE SVC-CAND-FAIL-LIMIT IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-CAND-FAIL-LIMIT IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-CAND-MIN-CALLS IN WS-BEFORE-ROW
                 NOT = SVC-CAND-MIN-CALLS IN JAVA-SERVICE-RECORD
              MOVE 'CAND-MIN-CALLS' TO WS-DIF-FIELD
              MOVE SVC-CAND-MIN-CALLS IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-CAND-MIN-CALLS IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-CAND-STATE IN WS-BEFORE-ROW
                 NOT = SVC-CAND-STATE IN JAVA-SERVICE-RECORD
              MOVE 'CAND-STATE'     TO WS-DIF-FIELD
              MOVE SVC-CAND-STATE IN WS-BEFORE-ROW
                                    TO WS-DIF-BEFORE
              MOVE SVC-CAND-STATE IN JAVA-SERVICE-RECORD
                                    TO WS-DIF-AFTER
              PERFORM ADD-DIFFERENCE-LINE
           END-IF.
           IF SVC-CAND-CALLS IN WS-BEFORE-ROW
                 NOT = SVC-CAND-CALLS IN JAVA-SERVICE-RECORD
              MOVE 'CAND-CALLS'     TO WS-DIF-FIELD
              MOVE SVC-CAND-CALLS IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-CAND-CALLS IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.
           IF SVC-CAND-FAILS IN WS-BEFORE-ROW
                 NOT = SVC-CAND-FAILS IN JAVA-SERVICE-RECORD
              MOVE 'CAND-FAILS'     TO WS-DIF-FIELD
              MOVE SVC-CAND-FAILS IN WS-BEFORE-ROW
                                    TO WS-DIFF-NUM-BEFORE
              MOVE SVC-CAND-FAILS IN JAVA-SERVICE-RECORD
                                    TO WS-DIFF-NUM-AFTER
              PERFORM ADD-NUMERIC-DIFFERENCE-LINE
           END-IF.

       COMPARE-BEFORE-AND-AFTER-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       ADD-NUMERIC-DIFFERENCE-LINE SECTION.
           MOVE WS-DIFF-NUM-BEFORE TO WS-DIF-BEFORE.
           MOVE WS-DIFF-NUM-AFTER  TO WS-DIF-AFTER.
           PERFORM ADD-DIFFERENCE-LINE.

       ADD-NUMERIC-DIFFERENCE-LINE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       ADD-DIFFERENCE-LINE SECTION.
           IF WS-DIFF-COUNT < 27
              ADD 1 TO WS-DIFF-COUNT
              MOVE WS-DIFF-LINE TO WS-DIFF-ENTRY(WS-DIFF-COUNT)
           END-IF.
           MOVE SPACES TO WS-DIFF-LINE.

       ADD-DIFFERENCE-LINE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Nine difference lines from WS-DIFF-FIRST onwards; when there
      * are more than nine the message line says which are on show.
      ***************************************************************
       SHOW-DIFFERENCE-PAGE SECTION.
           MOVE WS-DIFF-ENTRY(WS-DIFF-FIRST)     TO SVADIF1O.
           MOVE WS-DIFF-ENTRY(WS-DIFF-FIRST + 1) TO SVADIF2O.
           MOVE WS-DIFF-ENTRY(WS-DIFF-FIRST + 2) TO SVADIF3O.
           MOVE WS-DIFF-ENTRY(WS-DIFF-FIRST + 3) TO SVADIF4O.
           MOVE WS-DIFF-ENTRY(WS-DIFF-FIRST + 4) TO SVADIF5O.
           MOVE WS-DIFF-ENTRY(WS-DIFF-FIRST + 5) TO SVADIF6O.
           MOVE WS-DIFF-ENTRY(WS-DIFF-FIRST + 6) TO SVADIF7O.
           MOVE WS-DIFF-ENTRY(WS-DIFF-FIRST + 7) TO SVADIF8O.
           MOVE WS-DIFF-ENTRY(WS-DIFF-FIRST + 8) TO SVADIF9O.

           IF WS-DIFF-COUNT > 9
              COMPUTE WS-DIFF-LAST = WS-DIFF-FIRST + 8
              IF WS-DIFF-LAST > WS-DIFF-COUNT
                 MOVE WS-DIFF-COUNT TO WS-DIFF-LAST
              END-IF
              MOVE WS-DIFF-FIRST TO WS-DISP-FIRST
              MOVE WS-DIFF-LAST  TO WS-DISP-LAST
              MOVE WS-DIFF-COUNT TO WS-DISP-COUNT
              MOVE SPACES TO SVAMSGO
              STRING 'FIELDS '        DELIMITED BY SIZE
                     WS-DISP-FIRST    DELIMITED BY SIZE
                     '-'              DELIMITED BY SIZE
                     WS-DISP-LAST     DELIMITED BY SIZE
                     ' OF '           DELIMITED BY SIZE
                     WS-DISP-COUNT    DELIMITED BY SIZE
                     ' CHANGED - PF11 FOR MORE, THEN A OR R'
                                      DELIMITED BY SIZE
                     INTO SVAMSGO
           END-IF.

       SHOW-DIFFERENCE-PAGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       SHOW-NEXT-DIFFERENCE-PAGE SECTION.
           MOVE SPACES TO SVAMSGO.

           IF WS-SHOWN-REQ-ABSTIME = ZERO
              MOVE 'NO CHANGE ON VIEW - V TO VIEW ONE' TO SVAMSGO
           ELSE
              IF WS-DIFF-COUNT > 9
                 ADD 9 TO WS-DIFF-FIRST
                 IF WS-DIFF-FIRST > WS-DIFF-COUNT
                    MOVE 1 TO WS-DIFF-FIRST
                 END-IF
                 PERFORM SHOW-DIFFERENCE-PAGE
              ELSE
                 MOVE 'EVERY CHANGED FIELD IS ALREADY ON SHOW'
                                   TO SVAMSGO
              END-IF
           END-IF.

       SHOW-NEXT-DIFFERENCE-PAGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Blanks (not nulls) so a DATAONLY resend actually clears what
      * the last change on view left on the screen.
      ***************************************************************
       CLEAR-CHANGE-DISPLAY SECTION.
           MOVE SPACES TO WS-SHOWN-SERVICE.
           MOVE ZERO   TO WS-SHOWN-REQ-ABSTIME.
           MOVE SPACES TO WS-DIFF-TABLE.
           MOVE ZERO   TO WS-DIFF-COUNT.
           MOVE 1      TO WS-DIFF-FIRST.
           MOVE SPACES TO SVAPACTO SVAREQUO SVAREQTO
                          SVAREQDO SVAREQHO SVAEXPDO SVAEXPHO
                          SVADIF1O SVADIF2O SVADIF3O
                          SVADIF4O SVADIF5O SVADIF6O
                          SVADIF7O SVADIF8O SVADIF9O.

       CLEAR-CHANGE-DISPLAY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       RESEND-SCREEN-WITH-MESSAGE SECTION.
           EXEC CICS SEND MAP('JAVSVAM')
                MAPSET('JAVSVAS')
                FROM(JAVSVAMO)
                DATAONLY
                FREEKB
           END-EXEC.

       RESEND-SCREEN-WITH-MESSAGE-EXIT.
           EXIT.
