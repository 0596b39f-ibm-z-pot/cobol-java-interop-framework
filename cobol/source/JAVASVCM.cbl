      *      logical name already exists
      *   C  change SVMRPGM/SVMATID/SVMTOUT/SVMRTRY/SVMFAIL/
      *      SVMMAXC/SVMTGTM/SVMRSID/SVMMINL/SVMMAXL/SVMRULE/
      *      SVMRLEN/SVMPRFX/SVMDKEP/SVMSIM/SVMSOT1-4/SVMCPGM/
      *      SVMCPCT/SVMCLIM/SVMCMIN on an existing row
      *      (does not touch SVMENAB - use E/D for that)
      *   E  enable an existing row
      *   D  disable an existing row
      * Runs conversationally (one task holds the terminal across the
      * whole edit) rather than pseudo-conversationally, since this is
      * a low-volume ops tool, not a high-traffic business transaction.
      *
      * Dual control: in a region where the JAVAPNDF pending-change
      * file is defined (see JAVAPND), A/C/E/D never touch JAVASVCF
      * directly. The row is built exactly as the action would leave
      * it and held on JAVAPNDF instead, for a second, different
      * operator to approve or reject on JAVASVCA (suggested TRANID
      * JSVA) - only then does it go live and get journaled, with
      * both operators on the entry. A held change not approved
      * within WS-PENDING-EXPIRY-HOURS expires. A region with no
      * JAVAPNDF defined (FILENOTFOUND) applies changes straight
      * away as before; one where it is defined but cannot be read
      * (closed, disabled) refuses the change rather than quietly
      * bypassing the second operator.
      *
      * SVMCPGM/SVMCPCT/SVMCLIM/SVMCMIN set the service's canary
      * candidate (see SVC-CAND-PROGRAM on JAVASVCR). Keying the
      * candidate program - even retyping the same name after a fix
      * has been deployed - starts a fresh trial: the candidate's
      * call and failure counts go back to zero and a fallen-back
      * candidate (SVMCSTA 'F') is live again. The counts and the
      * state are display-only; changing only the percentage or the
      * limits leaves a trial running.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
               88  WS-ROW-WAS-FOUND     VALUE 'Y'.
           05  WS-ADD-FIELDS-OK     PIC X(1) VALUE 'N'.
               88  ADD-FIELDS-ARE-OK    VALUE 'Y'.
           05  WS-TRIAL-RESTART     PIC X(1) VALUE 'N'.
               88  CANDIDATE-TRIAL-RESTARTED VALUE 'Y'.
           05  WS-CAND-FIELDS-OK    PIC X(1) VALUE 'N'.
               88  CANDIDATE-FIELDS-ARE-OK VALUE 'Y'.
           05  WS-SIM-CHUNK-1       PIC X(64).
           05  WS-SIM-CHUNK-2       PIC X(64).
           05  WS-SIM-CHUNK-3       PIC X(64).
           05  WS-SIM-CHUNK-4       PIC X(64).
           05  WS-JRN-ACTION        PIC X(8).
           05  WS-BEFORE-IMAGE      PIC X(346).
           05  WS-ABS-TIME          PIC S9(15) COMP.
           05  WS-JRN-SETTLED       PIC X(1).
               88  JRN-WRITE-SETTLED    VALUE 'Y'.
           05  WS-JRN-NOTICE        PIC X(79).
           05  WS-USERID            PIC X(8).
           05  WS-MAY-PROCEED       PIC X(1) VALUE 'N'.
               88  CHANGE-MAY-PROCEED   VALUE 'Y'.
           05  WS-DUAL-CONTROL      PIC X(1) VALUE 'N'.
               88  DUAL-CONTROL-IS-ON   VALUE 'Y'.
           05  WS-PENDING-REPLACE   PIC X(1) VALUE 'N'.
               88  PENDING-ROW-TO-REPLACE VALUE 'Y'.
           05  WS-JRN-FROM-PENDING  PIC X(1) VALUE 'N'.
               88  JRN-FROM-PENDING-ROW VALUE 'Y'.
      * How long a held change waits for its second operator before
      * it lapses and has to be keyed again.
           05  WS-PENDING-EXPIRY-HOURS PIC S9(4) COMP VALUE 24.

      * AID-key constants (DFHENTER etc) for the EIBAID dispatch.
       COPY DFHAID.
       COPY JAVSVCS.
      * Change-journal record for the JAVASVCJ file - see JAVASVCJ.
       COPY JAVASVCJ.
      * Held-change record for the JAVAPNDF file - see JAVAPND.
       COPY JAVAPND.
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************
           ELSE
              EVALUATE SVMACTNI
                 WHEN 'A'
                 WHEN 'C'
                 WHEN 'E'
                 WHEN 'D'
                    PERFORM ESTABLISH-CONTROL-MODE
                    IF CHANGE-MAY-PROCEED
                       EVALUATE SVMACTNI
                          WHEN 'A'
                             PERFORM ADD-SERVICE-ROW
                          WHEN 'C'
                             PERFORM CHANGE-SERVICE-ROW
                          WHEN 'E'
                             PERFORM SET-SERVICE-ENABLED-FLAG
                          WHEN 'D'
                             PERFORM SET-SERVICE-DISABLED-FLAG
                       END-EVALUATE
                    END-IF
                 WHEN 'I'
                    PERFORM INQUIRE-SERVICE-ROW
                 WHEN OTHER
       ADD-SERVICE-ROW SECTION.
           PERFORM CHECK-ADD-FIELDS-PRESENT.

      * Under dual control the WRITE below waits for approval, so a
      * duplicate has to be caught now rather than by its DUPREC.
           IF ADD-FIELDS-ARE-OK AND DUAL-CONTROL-IS-ON
              PERFORM CHECK-SERVICE-NOT-PRESENT
           END-IF.

           IF ADD-FIELDS-ARE-OK
              MOVE SVMLNAMI         TO SVC-LOGICAL-NAME
              MOVE SVMRPGMI         TO SVC-REAL-PROGRAM
              END-IF
              MOVE SVMDKEPI         TO SVC-DIAG-KEEP
              MOVE ZERO             TO SVC-DIAG-SLOT
      * The canary fields are optional the way SVMRSID is - most
      * services have no candidate, and an unkeyed number holds
      * nulls that must land as zero (no canary, no fallback).
              IF SVMCPGML > ZERO
                 MOVE SVMCPGMI      TO SVC-CAND-PROGRAM
              ELSE
                 MOVE SPACES        TO SVC-CAND-PROGRAM
              END-IF
              IF SVMCPCTL > ZERO
                 MOVE SVMCPCTI      TO SVC-CAND-PCT
              ELSE
                 MOVE ZERO          TO SVC-CAND-PCT
              END-IF
              IF SVMCLIML > ZERO
                 MOVE SVMCLIMI      TO SVC-CAND-FAIL-LIMIT
              ELSE
                 MOVE ZERO          TO SVC-CAND-FAIL-LIMIT
              END-IF
              IF SVMCMINL > ZERO
                 MOVE SVMCMINI      TO SVC-CAND-MIN-CALLS
              ELSE
                 MOVE ZERO          TO SVC-CAND-MIN-CALLS
              END-IF
              PERFORM RESTART-CANDIDATE-TRIAL
              PERFORM MOVE-SCREEN-TO-SIM-OUTPUT
              MOVE LOW-VALUES       TO WS-BEFORE-IMAGE
              MOVE 'ADD'            TO WS-JRN-ACTION

              IF DUAL-CONTROL-IS-ON
                 PERFORM HOLD-CHANGE-FOR-APPROVAL
              ELSE
                 EXEC CICS WRITE FILE('JAVASVCF')
                      FROM(JAVA-SERVICE-RECORD)
                      RIDFLD(SVC-LOGICAL-NAME)
                      RESP(WS-RESP)
                 END-EXEC

                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE 'SERVICE ADDED' TO SVMMSGO
                    PERFORM WRITE-SERVICE-JOURNAL
                 ELSE
                    IF WS-RESP = DFHRESP(DUPREC)
                       MOVE 'SERVICE ALREADY EXISTS - USE C/E/D'
                                      TO SVMMSGO
                    ELSE
                       MOVE 'ADD FAILED - SEE CICS STATUS'
                                      TO SVMMSGO
                    END-IF
                 END-IF
              END-IF
           END-IF.
                    MOVE 'N' TO WS-ADD-FIELDS-OK
                    MOVE 'INPUT RULE MUST BE BLANK, N OR P'
                                      TO SVMMSGO
                 ELSE
                    PERFORM CHECK-CANDIDATE-FIELDS
                    IF NOT CANDIDATE-FIELDS-ARE-OK
                       MOVE 'N' TO WS-ADD-FIELDS-OK
                    END-IF
                 END-IF
              END-IF
           END-IF.
                 AND SVMRULEI NOT = 'N' AND SVMRULEI NOT = 'P'
                 MOVE 'INPUT RULE MUST BE BLANK, N OR P' TO SVMMSGO
              ELSE
                 PERFORM CHECK-CANDIDATE-FIELDS
                 IF CANDIDATE-FIELDS-ARE-OK
                    PERFORM READ-SERVICE-ROW-FOR-UPDATE
                 END-IF
              END-IF
           END-IF.

                    MOVE ZERO       TO SVC-DIAG-SLOT
                 END-IF
              END-IF
      * Retype the candidate as blanks to retire the canary.
              IF SVMCPGML > ZERO
                 MOVE SVMCPGMI      TO SVC-CAND-PROGRAM
                 PERFORM RESTART-CANDIDATE-TRIAL
              END-IF
              IF SVMCPCTL > ZERO
                 MOVE SVMCPCTI      TO SVC-CAND-PCT
              END-IF
              IF SVMCLIML > ZERO
                 MOVE SVMCLIMI      TO SVC-CAND-FAIL-LIMIT
              END-IF
              IF SVMCMINL > ZERO
                 MOVE SVMCMINI      TO SVC-CAND-MIN-CALLS
              END-IF
              PERFORM MERGE-SCREEN-INTO-SIM-OUTPUT
              MOVE 'CHANGE'         TO WS-JRN-ACTION

              IF DUAL-CONTROL-IS-ON
                 PERFORM HOLD-CHANGE-FOR-APPROVAL
              ELSE
                 EXEC CICS REWRITE FILE('JAVASVCF')
                      FROM(JAVA-SERVICE-RECORD)
                      RESP(WS-RESP)
                 END-EXEC

                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE 'SERVICE UPDATED' TO SVMMSGO
                    PERFORM WRITE-SERVICE-JOURNAL
                 ELSE
                    MOVE 'UPDATE FAILED - SEE CICS STATUS'
                                   TO SVMMSGO
                 END-IF
              END-IF
           END-IF.

              SET SVC-IS-ENABLED TO TRUE
              MOVE ZERO TO SVC-CONSEC-FAILURES
              MOVE ZERO TO SVC-IN-FLIGHT-COUNT
              MOVE 'ENABLE'          TO WS-JRN-ACTION
              IF DUAL-CONTROL-IS-ON
                 PERFORM HOLD-CHANGE-FOR-APPROVAL
              ELSE
                 EXEC CICS REWRITE FILE('JAVASVCF')
                      FROM(JAVA-SERVICE-RECORD)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE 'SERVICE ENABLED' TO SVMMSGO
                    PERFORM WRITE-SERVICE-JOURNAL
                 ELSE
                    MOVE 'ENABLE FAILED - SEE CICS STATUS'
                                   TO SVMMSGO
                 END-IF
              END-IF
           END-IF.


           IF WS-ROW-WAS-FOUND
              SET SVC-IS-DISABLED TO TRUE
              MOVE 'DISABLE'          TO WS-JRN-ACTION
              IF DUAL-CONTROL-IS-ON
                 PERFORM HOLD-CHANGE-FOR-APPROVAL
              ELSE
                 EXEC CICS REWRITE FILE('JAVASVCF')
                      FROM(JAVA-SERVICE-RECORD)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE 'SERVICE DISABLED' TO SVMMSGO
                    PERFORM WRITE-SERVICE-JOURNAL
                 ELSE
                    MOVE 'DISABLE FAILED - SEE CICS STATUS'
                                   TO SVMMSGO
                 END-IF
              END-IF
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM MOVE-SERVICE-ROW-TO-SCREEN
              MOVE 'SERVICE FOUND' TO SVMMSGO
      * What is shown is what is live - say so when a held change
      * would alter it, so nobody keys the same change twice.
              MOVE SVC-LOGICAL-NAME TO PND-SERVICE
              EXEC CICS READ FILE('JAVAPNDF')
                   INTO(JAVA-PENDING-CHANGE-RECORD)
                   RIDFLD(PND-SERVICE)
                   RESP(WS-RESP2)
              END-EXEC
              IF WS-RESP2 = DFHRESP(NORMAL)
                 STRING 'SERVICE FOUND - ' DELIMITED BY SIZE
                        PND-ACTION         DELIMITED BY SPACE
                        ' BY '             DELIMITED BY SIZE
                        PND-REQUESTER      DELIMITED BY SPACE
                        ' AWAITS APPROVAL ON JSVA'
                                           DELIMITED BY SIZE
                        INTO SVMMSGO
              END-IF
           ELSE
              MOVE 'SERVICE NOT FOUND' TO SVMMSGO
           END-IF.
           MOVE SVC-LOGICAL-NAME   TO JRN-SERVICE.
           MOVE WS-JRN-ACTION      TO JRN-ACTION.
           MOVE 'JAVASVCM'         TO JRN-SOURCE-PGM.
           IF JRN-FROM-PENDING-ROW
              MOVE PND-REQUESTER   TO JRN-OPERATOR
              MOVE PND-REQ-TERMID  TO JRN-TERMID
           ELSE
              MOVE SPACES          TO JRN-OPERATOR
              EXEC CICS ASSIGN USERID(JRN-OPERATOR) END-EXEC
              MOVE EIBTRMID        TO JRN-TERMID
           END-IF.
           MOVE SPACES             TO JRN-APPROVER.
           MOVE WS-BEFORE-IMAGE    TO JRN-BEFORE-IMAGE.
           MOVE JAVA-SERVICE-RECORD TO JRN-AFTER-IMAGE.

       WRITE-SERVICE-JOURNAL-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Decides, once per A/C/E/D, whether this region runs dual
      * control and whether the action may go ahead. The read of
      * JAVAPNDF answers both: FILENOTFOUND means no pending-change
      * file in this region (single control, as before); NOTFND
      * means dual control with nothing held for this service; a
      * held change found is either lapsed (expired and cleared
      * here), this operator's own (the new request will replace
      * it) or someone else's (refused until it is dealt with).
      ***************************************************************
       ESTABLISH-CONTROL-MODE SECTION.
           MOVE 'N' TO WS-MAY-PROCEED.
           MOVE 'N' TO WS-TRIAL-RESTART.
           MOVE 'N' TO WS-DUAL-CONTROL.
           MOVE 'N' TO WS-PENDING-REPLACE.
           MOVE SPACES TO WS-USERID.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE SVMLNAMI TO PND-SERVICE.

           EXEC CICS READ FILE('JAVAPNDF')
                INTO(JAVA-PENDING-CHANGE-RECORD)
                RIDFLD(PND-SERVICE)
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(FILENOTFOUND)
                 SET CHANGE-MAY-PROCEED TO TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 SET DUAL-CONTROL-IS-ON TO TRUE
                 SET CHANGE-MAY-PROCEED TO TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 SET DUAL-CONTROL-IS-ON TO TRUE
                 EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
                 EVALUATE TRUE
                    WHEN WS-ABS-TIME > PND-EXPIRES-ABSTIME
                       PERFORM EXPIRE-PENDING-CHANGE
                       SET CHANGE-MAY-PROCEED TO TRUE
                    WHEN PND-REQUESTER = WS-USERID
                       SET PENDING-ROW-TO-REPLACE TO TRUE
                       SET CHANGE-MAY-PROCEED TO TRUE
                    WHEN OTHER
                       STRING PND-ACTION      DELIMITED BY SPACE
                              ' BY '          DELIMITED BY SIZE
                              PND-REQUESTER   DELIMITED BY SPACE
                              ' ALREADY AWAITS APPROVAL ON JSVA -'
                                              DELIMITED BY SIZE
                              ' NOTHING CHANGED'
                                              DELIMITED BY SIZE
                              INTO SVMMSGO
                 END-EVALUATE
              WHEN OTHER
                 MOVE 'JAVAPNDF UNAVAILABLE - NOTHING CHANGED'
                                   TO SVMMSGO
           END-EVALUATE.

       ESTABLISH-CONTROL-MODE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A held change past its PND-EXPIRES-ABSTIME can no longer be
      * approved - it is journaled 'EXPIRED' under the operator who
      * asked for it, with the images it was held with, and removed
      * so a fresh request can take its place.
      ***************************************************************
       EXPIRE-PENDING-CHANGE SECTION.
           MOVE PND-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE PND-AFTER-IMAGE  TO JAVA-SERVICE-RECORD.
           MOVE 'EXPIRED'        TO WS-JRN-ACTION.
           SET JRN-FROM-PENDING-ROW TO TRUE.
           PERFORM WRITE-SERVICE-JOURNAL.
           MOVE 'N' TO WS-JRN-FROM-PENDING.

           EXEC CICS DELETE FILE('JAVAPNDF')
                RIDFLD(PND-SERVICE)
                RESP(WS-RESP2)
           END-EXEC.

       EXPIRE-PENDING-CHANGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CHECK-SERVICE-NOT-PRESENT SECTION.
           MOVE SVMLNAMI TO SVC-LOGICAL-NAME.

           EXEC CICS READ FILE('JAVASVCF')
                INTO(JAVA-SERVICE-RECORD)
                RIDFLD(SVC-LOGICAL-NAME)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NOTFND)
              MOVE 'N' TO WS-ADD-FIELDS-OK
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'SERVICE ALREADY EXISTS - USE C/E/D' TO SVMMSGO
              ELSE
                 MOVE 'ADD FAILED - SEE CICS STATUS' TO SVMMSGO
              END-IF
           END-IF.

       CHECK-SERVICE-NOT-PRESENT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Dual control: JAVA-SERVICE-RECORD holds the row exactly as
      * the action would have written it and WS-BEFORE-IMAGE the row
      * it would have replaced - both go onto JAVAPNDF instead, and
      * JAVASVCF is left as it was (the READ UPDATE lock is let go).
      * The change is journaled when JAVASVCA applies it, not here.
      ***************************************************************
       HOLD-CHANGE-FOR-APPROVAL SECTION.
           EXEC CICS UNLOCK FILE('JAVASVCF')
                RESP(WS-RESP2)
           END-EXEC.

           MOVE SPACES              TO JAVA-PENDING-CHANGE-RECORD.
           MOVE SVC-LOGICAL-NAME    TO PND-SERVICE.
           MOVE WS-JRN-ACTION       TO PND-ACTION.
           MOVE WS-USERID           TO PND-REQUESTER.
           MOVE EIBTRMID            TO PND-REQ-TERMID.
           EXEC CICS ASKTIME ABSTIME(PND-REQ-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(PND-REQ-ABSTIME)
                YYYYMMDD(PND-REQ-DATE)
                TIME(PND-REQ-TIME)
           END-EXEC.
           MOVE WS-PENDING-EXPIRY-HOURS TO PND-EXPIRY-HOURS.
           COMPUTE PND-EXPIRES-ABSTIME = PND-REQ-ABSTIME
                   + WS-PENDING-EXPIRY-HOURS * 3600000.
           EXEC CICS FORMATTIME ABSTIME(PND-EXPIRES-ABSTIME)
                YYYYMMDD(PND-EXPIRES-DATE)
                TIME(PND-EXPIRES-TIME)
           END-EXEC.
           MOVE WS-BEFORE-IMAGE     TO PND-BEFORE-IMAGE.
           MOVE JAVA-SERVICE-RECORD TO PND-AFTER-IMAGE.
           IF CANDIDATE-TRIAL-RESTARTED
              SET PND-TRIAL-RESTARTED TO TRUE
           ELSE
              MOVE 'N'              TO PND-TRIAL-RESTART
           END-IF.

           IF PENDING-ROW-TO-REPLACE
              EXEC CICS DELETE FILE('JAVAPNDF')
                   RIDFLD(PND-SERVICE)
                   RESP(WS-RESP2)
              END-EXEC
           END-IF.

           EXEC CICS WRITE FILE('JAVAPNDF')
                FROM(JAVA-PENDING-CHANGE-RECORD)
                RIDFLD(PND-SERVICE)
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 IF PENDING-ROW-TO-REPLACE
                    MOVE 'HELD FOR JSVA APPROVAL, REPLACING YOUR OWN'
                                   TO SVMMSGO
                 ELSE
                    MOVE 'HELD FOR APPROVAL ON JSVA - NOT YET LIVE'
                                   TO SVMMSGO
                 END-IF
              WHEN WS-RESP = DFHRESP(DUPREC)
                 MOVE 'ANOTHER CHANGE WAS JUST HELD - NOTHING CHANGED'
                                   TO SVMMSGO
              WHEN OTHER
                 MOVE 'HOLD FAILED - SEE CICS STATUS - NOTHING CHANGED'
                                   TO SVMMSGO
           END-EVALUATE.

       HOLD-CHANGE-FOR-APPROVAL-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A candidate percentage over 100 or a failure limit over 100
      * cannot mean anything, and a candidate named the same as the
      * service's current real program would split traffic between
      * two copies of the same thing - all three are refused before
      * the row is touched. Only fields keyed this round trip are
      * checked; on a change the current program is whatever the
      * operator keyed or, failing that, is not known until the row
      * is read, so the same-name check is made against SVMRPGM
      * only when both were keyed together.
      ***************************************************************
       CHECK-CANDIDATE-FIELDS SECTION.
           MOVE 'Y' TO WS-CAND-FIELDS-OK.

           IF (SVMCPCTL > ZERO AND SVMCPCTI > 100)
              OR (SVMCLIML > ZERO AND SVMCLIMI > 100)
              MOVE 'N' TO WS-CAND-FIELDS-OK
              MOVE 'CANDIDATE PERCENT AND FAIL % MUST BE 0-100'
                                      TO SVMMSGO
           ELSE
              IF SVMCPGML > ZERO AND SVMRPGML > ZERO
                 AND SVMCPGMI NOT = SPACES
                 AND SVMCPGMI = SVMRPGMI
                 MOVE 'N' TO WS-CAND-FIELDS-OK
                 MOVE 'CANDIDATE MUST DIFFER FROM REAL PROGRAM'
                                      TO SVMMSGO
              END-IF
           END-IF.

       CHECK-CANDIDATE-FIELDS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A candidate keyed (or rekeyed) on an add or change starts its
      * trial from nothing - live again if it had fallen back, with
      * no calls or failures carried over from whatever was there
      * before. The restart is flagged as well, so a change held for
      * approval carries it onto JAVAPNDF (PND-TRIAL-RESTART) and
      * JAVASVCA zeroes the counts the live row has built up since.
      ***************************************************************
       RESTART-CANDIDATE-TRIAL SECTION.
           SET SVC-CAND-ACTIVE      TO TRUE.
           MOVE ZERO                TO SVC-CAND-CALLS.
           MOVE ZERO                TO SVC-CAND-FAILS.
           SET CANDIDATE-TRIAL-RESTARTED TO TRUE.

       RESTART-CANDIDATE-TRIAL-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       MOVE-SERVICE-ROW-TO-SCREEN SECTION.
           MOVE SVC-LOGICAL-NAME    TO SVMLNAMO.
           MOVE SVC-INPUT-RULE-LEN  TO SVMRLENO.
           MOVE SVC-INPUT-PREFIX    TO SVMPRFXO.
           MOVE SVC-DIAG-KEEP       TO SVMDKEPO.
           MOVE SVC-CAND-PROGRAM    TO SVMCPGMO.
           MOVE SVC-CAND-PCT        TO SVMCPCTO.
           MOVE SVC-CAND-FAIL-LIMIT TO SVMCLIMO.
           MOVE SVC-CAND-MIN-CALLS  TO SVMCMINO.
           MOVE SVC-CAND-STATE      TO SVMCSTAO.
           MOVE SVC-CAND-CALLS      TO SVMCCNTO.
           MOVE SVC-CAND-FAILS      TO SVMCFLSO.
           MOVE SVC-SIMULATE        TO SVMSIMO.
           MOVE SPACES              TO SVMSOT1O SVMSOT2O
                                        SVMSOT3O SVMSOT4O.
