      *****************************************************************
      * Online maintenance transaction (suggested TRANID JENT) for the
      * JAVAENTF consumer entitlement matrix (see JAVAENT). One screen
      * (mapset JAVENTS, map JAVENTM - see cobol/bms/JAVENTS.bms)
      * showing one row at a time: the consumer - a transaction, an
      * MQ partner's request queue or a batch job - and the service,
      * whether the consumer may call it, how many calls a day, a
      * note, who last set it, and the row's usage so far today off
      * JAVAENUF (see JAVAENU). ENTACTN drives it:
      *   I  inquire - the row for the type, consumer and service
      *      keyed, or the next row on file after that key when there
      *      is none; I alone shows the first row on file
      *   A  add a row - built from the fields on the screen as
      *      keyed, so a row on view can be copied to a new consumer
      *      or service
      *   C  change the row on view - allowed flag, daily limit and
      *      note; the key stays as it is (add the new key, delete
      *      the old)
      *   D  delete the row on view
      * PF8 views the next row on file, PF3 or CLEAR ends the session,
      * the same exit convention as JAVASVCM.
      *
      * Once JAVAENTF is defined in a region, a consumer with no row
      * (and no '*' default row for its type) is turned away, so the
      * matrix is loaded here before its FILE definition is
      * installed. A change takes effect on the next call - JAVACICS
      * reads the matrix on every call and keeps nothing in storage.
      * Usage is kept per consumer, so a '*' row shows none.
      * Runs conversationally, the same low-volume-ops-tool choice
      * made for JAVASVCM.
      * NB. Only intended for demo purposes and not for general use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAVAENTM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************************
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-RESP              PIC S9(8) COMP.
           05  WS-RESP2             PIC S9(8) COMP.
           05  WS-DONE              PIC X(1) VALUE 'N'.
               88  WS-IS-DONE           VALUE 'Y'.
           05  WS-ROW-FOUND         PIC X(1) VALUE 'N'.
               88  WS-ROW-WAS-FOUND     VALUE 'Y'.
           05  WS-BROWSE-DONE       PIC X(1) VALUE 'N'.
               88  WS-BROWSE-IS-DONE    VALUE 'Y'.
           05  WS-INPUT-VALID       PIC X(1) VALUE 'Y'.
               88  WS-INPUT-IS-VALID    VALUE 'Y'.
           05  WS-USERID            PIC X(8) VALUE SPACES.
           05  WS-ABS-TIME          PIC S9(15) COMP.
           05  WS-NOW-DATE          PIC 9(8).
           05  WS-NOW-TIME          PIC 9(6).
      * The key as keyed - each part the operator did not retype is
      * taken from the row on view.
           05  WS-REQ-KEY.
               10  WS-REQ-TYPE      PIC X(1).
               10  WS-REQ-CONSUMER  PIC X(48).
               10  WS-REQ-SERVICE   PIC X(8).
      * The row on view - a C or D acts on this one only, and an A
      * starts from it.
           05  WS-SHOWN-KEY         PIC X(57) VALUE SPACES.
           05  WS-SHOWN-ROW         PIC X(149).
           05  WS-BROWSE-KEY        PIC X(57).
           05  WS-NEW-ROW           PIC X(149).
           05  WS-DISP-COUNT        PIC Z(8)9.

      * AID-key constants (DFHENTER etc) for the EIBAID dispatch.
       COPY DFHAID.
      * Consumer entitlement matrix row - see JAVAENT.
       COPY JAVAENT.
      * Consumer usage row, read to show today's counts - see JAVAENU.
       COPY JAVAENU.
      * VSAM record layout for JAVASVCF - see JAVASVCR. Read only, to
      * check the service named on a row exists.
       COPY JAVASVCR.
      * Symbolic map for mapset JAVENTS, map JAVENTM.
       COPY JAVENTS.
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
                FROM('JAVAENTM COMPLETE')
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
           INITIALIZE JAVA-ENTITLEMENT-RECORD.
           MOVE JAVA-ENTITLEMENT-RECORD TO WS-SHOWN-ROW.
           MOVE LOW-VALUES TO JAVENTMO.
           MOVE 'I AND A CONSUMER AND SERVICE, OR I ALONE FOR THE FIRST'
                                TO ENTMSGO.

           EXEC CICS SEND MAP('JAVENTM')
                MAPSET('JAVENTS')
                FROM(JAVENTMO)
                ERASE
                FREEKB
           END-EXEC.

       SEND-BLANK-SCREEN-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       RECEIVE-AND-PROCESS-SCREEN SECTION.
           EXEC CICS RECEIVE MAP('JAVENTM')
                MAPSET('JAVENTS')
                INTO(JAVENTMI)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-IS-DONE TO TRUE
           ELSE
              EVALUATE TRUE
                 WHEN EIBAID = DFHENTER
                    PERFORM VALIDATE-AND-DISPATCH-ACTION
                 WHEN EIBAID = DFHPF8
                    MOVE SPACES TO ENTMSGO
                    PERFORM GET-CURRENT-STAMP
                    MOVE WS-SHOWN-KEY TO WS-BROWSE-KEY
                    PERFORM SHOW-NEXT-ROW
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
      * With CTRL=(FREEKB,FRSET) a key field the operator did not
      * retype comes back empty, so each part of the key not keyed
      * is the same part of the row already on view.
      ***************************************************************
       VALIDATE-AND-DISPATCH-ACTION SECTION.
           MOVE SPACES TO ENTMSGO.
           PERFORM GET-CURRENT-STAMP.

           MOVE WS-SHOWN-KEY TO WS-REQ-KEY.
           IF ENTTYPEL > ZERO
              MOVE ENTTYPEI TO WS-REQ-TYPE
           END-IF.
           IF ENTCONSL > ZERO
              MOVE ENTCONSI TO WS-REQ-CONSUMER
           END-IF.
           IF ENTSVCL > ZERO
              MOVE ENTSVCI  TO WS-REQ-SERVICE
           END-IF.

           EVALUATE ENTACTNI
              WHEN 'I'
                 IF WS-REQ-KEY = SPACES
                    MOVE LOW-VALUES TO WS-BROWSE-KEY
                    PERFORM SHOW-NEXT-ROW
                 ELSE
                    PERFORM INQUIRE-ENTITLEMENT
                 END-IF
              WHEN 'A'
                 PERFORM ADD-ENTITLEMENT
              WHEN 'C'
                 PERFORM CHANGE-ENTITLEMENT
              WHEN 'D'
                 PERFORM DELETE-ENTITLEMENT
              WHEN OTHER
                 MOVE 'INVALID ACTION - USE I/A/C/D' TO ENTMSGO
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
      * The row for the key keyed, or - so a consumer's rows can be
      * found without knowing every service - the first row after
      * it, with a message saying the key itself has none.
      ***************************************************************
       INQUIRE-ENTITLEMENT SECTION.
           MOVE WS-REQ-KEY          TO ENT-KEY.

           EXEC CICS READ FILE('JAVAENTF')
                INTO(JAVA-ENTITLEMENT-RECORD)
                RIDFLD(ENT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 IF ENT-KEY NOT = WS-REQ-KEY
                    MOVE 'NO ROW FOR THAT KEY - THE NEXT ONE IS SHOWN'
                                   TO ENTMSGO
                 END-IF
                 PERFORM SHOW-ROW
              WHEN WS-RESP = DFHRESP(NOTFND)
                 PERFORM CLEAR-ROW-DISPLAY
                 MOVE 'NO ROW FOR THAT KEY OR AFTER IT' TO ENTMSGO
              WHEN WS-RESP = DFHRESP(FILENOTFOUND)
                 MOVE 'NO ENTITLEMENT MATRIX IN THIS REGION'
                                   TO ENTMSGO
              WHEN OTHER
                 MOVE 'JAVAENTF READ FAILED - SEE CICS STATUS'
                                   TO ENTMSGO
           END-EVALUATE.

       INQUIRE-ENTITLEMENT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The first row after WS-BROWSE-KEY (LOW-VALUES for the first
      * of all).
      ***************************************************************
       SHOW-NEXT-ROW SECTION.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-BROWSE-KEY TO ENT-KEY.

           EXEC CICS STARTBR FILE('JAVAENTF')
                RIDFLD(ENT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-BROWSE-IS-DONE
                 EXEC CICS READNEXT FILE('JAVAENTF')
                      INTO(JAVA-ENTITLEMENT-RECORD)
                      RIDFLD(ENT-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    SET WS-BROWSE-IS-DONE TO TRUE
                 ELSE
                    IF ENT-KEY > WS-BROWSE-KEY
                       SET WS-ROW-WAS-FOUND TO TRUE
                       SET WS-BROWSE-IS-DONE TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('JAVAENTF')
                   RESP(WS-RESP2)
              END-EXEC
           ELSE
              IF WS-RESP = DFHRESP(FILENOTFOUND)
                 MOVE 'NO ENTITLEMENT MATRIX IN THIS REGION'
                                   TO ENTMSGO
              END-IF
           END-IF.

           IF WS-ROW-WAS-FOUND
              PERFORM SHOW-ROW
           ELSE
              IF ENTMSGO = SPACES
                 MOVE 'NO (MORE) ROWS ON FILE' TO ENTMSGO
              END-IF
           END-IF.

       SHOW-NEXT-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * JAVA-ENTITLEMENT-RECORD has just been read (or written) - it
      * becomes the row on view, with today's usage alongside.
      ***************************************************************
       SHOW-ROW SECTION.
           MOVE ENT-KEY                 TO WS-SHOWN-KEY.
           MOVE JAVA-ENTITLEMENT-RECORD TO WS-SHOWN-ROW.

           MOVE ENT-CONSUMER-TYPE   TO ENTTYPEO.
           MOVE ENT-CONSUMER        TO ENTCONSO.
           MOVE ENT-SERVICE         TO ENTSVCO.
           MOVE ENT-ALLOWED         TO ENTALLWO.
           MOVE ENT-DAILY-ALLOWANCE TO ENTLIMTO.
           MOVE ENT-NOTE            TO ENTNOTEO.
           MOVE ENT-SET-BY          TO ENTSETBO.
           MOVE ENT-SET-DATE        TO ENTSETDO.
           MOVE ENT-SET-TIME        TO ENTSETHO.

           PERFORM SHOW-TODAYS-USAGE.

           IF ENTMSGO = SPACES
              MOVE 'C OR D ACTS ON THIS ROW, PF8 SHOWS THE NEXT'
                                   TO ENTMSGO
           END-IF.

       SHOW-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * No usage row yet today - or no usage file in the region -
      * shows as nothing used.
      ***************************************************************
       SHOW-TODAYS-USAGE SECTION.
           MOVE WS-NOW-DATE         TO ENU-DATE.
           MOVE ENT-CONSUMER-TYPE   TO ENU-CONSUMER-TYPE.
           MOVE ENT-CONSUMER        TO ENU-CONSUMER.
           MOVE ENT-SERVICE         TO ENU-SERVICE.

           EXEC CICS READ FILE('JAVAENUF')
                INTO(JAVA-ENTITLE-USAGE-RECORD)
                RIDFLD(ENU-KEY)
                RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 NOT = DFHRESP(NORMAL)
              MOVE ZERO             TO ENU-CALL-COUNT
              MOVE ZERO             TO ENU-DENIED-COUNT
              MOVE ZERO             TO ENU-OVER-COUNT
           END-IF.

           MOVE ENU-CALL-COUNT      TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO ENTUSEDO.
           MOVE ENU-DENIED-COUNT    TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO ENTDENYO.
           MOVE ENU-OVER-COUNT      TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT       TO ENTOVERO.

       SHOW-TODAYS-USAGE-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A new row is whatever the screen shows - the row on view (if
      * any) with every field the operator retyped laid over it -
      * under the key keyed.
      ***************************************************************
       ADD-ENTITLEMENT SECTION.
           MOVE WS-SHOWN-ROW        TO JAVA-ENTITLEMENT-RECORD.
           MOVE WS-REQ-KEY          TO ENT-KEY.
           PERFORM EDIT-KEYED-FIELDS.
           IF WS-INPUT-IS-VALID
              PERFORM VALIDATE-ENTITLEMENT-VALUES
           END-IF.
           IF WS-INPUT-IS-VALID
              PERFORM STAMP-SET-BY
              EXEC CICS WRITE FILE('JAVAENTF')
                   FROM(JAVA-ENTITLEMENT-RECORD)
                   RIDFLD(ENT-KEY)
                   RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                    MOVE 'ENTITLEMENT ADDED' TO ENTMSGO
                    PERFORM SHOW-ROW
                 WHEN WS-RESP = DFHRESP(DUPREC)
                    MOVE 'A ROW FOR THAT CONSUMER AND SERVICE EXISTS'
                                   TO ENTMSGO
                 WHEN WS-RESP = DFHRESP(FILENOTFOUND)
                    MOVE 'NO ENTITLEMENT MATRIX IN THIS REGION'
                                   TO ENTMSGO
                 WHEN OTHER
                    MOVE 'JAVAENTF WRITE FAILED - SEE CICS STATUS'
                                   TO ENTMSGO
              END-EVALUATE
           END-IF.

       ADD-ENTITLEMENT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The key is what JAVACICS looks the consumer up by, so it is
      * never changed in place - a row moves by adding it under the
      * new key and deleting the old one.
      ***************************************************************
       CHANGE-ENTITLEMENT SECTION.
           PERFORM LOCATE-SHOWN-ROW.

           IF WS-ROW-WAS-FOUND
              IF WS-REQ-KEY NOT = WS-SHOWN-KEY
                 MOVE 'C CANNOT CHANGE THE KEY - ADD, THEN DELETE'
                                   TO ENTMSGO
              ELSE
                 PERFORM EDIT-KEYED-FIELDS
                 IF WS-INPUT-IS-VALID
                    PERFORM VALIDATE-ENTITLEMENT-VALUES
                 END-IF
                 IF WS-INPUT-IS-VALID
                    PERFORM STAMP-SET-BY
                    PERFORM REPLACE-SHOWN-ROW
                 END-IF
              END-IF
           END-IF.

       CHANGE-ENTITLEMENT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       REPLACE-SHOWN-ROW SECTION.
           MOVE JAVA-ENTITLEMENT-RECORD TO WS-NEW-ROW.
           MOVE WS-SHOWN-KEY            TO ENT-KEY.

           EXEC CICS READ FILE('JAVAENTF')
                INTO(JAVA-ENTITLEMENT-RECORD)
                RIDFLD(ENT-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ROW ON VIEW HAS GONE - VIEW IT AGAIN' TO ENTMSGO
           ELSE
              MOVE WS-NEW-ROW          TO JAVA-ENTITLEMENT-RECORD
              EXEC CICS REWRITE FILE('JAVAENTF')
                   FROM(JAVA-ENTITLEMENT-RECORD)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'ENTITLEMENT CHANGED' TO ENTMSGO
                 PERFORM SHOW-ROW
              ELSE
                 MOVE 'JAVAENTF UPDATE FAILED - ROW LEFT AS IT WAS'
                                   TO ENTMSGO
              END-IF
           END-IF.

       REPLACE-SHOWN-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * The consumer's usage rows stay on JAVAENUF - they are the
      * record of what it did while the row was there.
      ***************************************************************
       DELETE-ENTITLEMENT SECTION.
           PERFORM LOCATE-SHOWN-ROW.

           IF WS-ROW-WAS-FOUND
              EXEC CICS READ FILE('JAVAENTF')
                   INTO(JAVA-ENTITLEMENT-RECORD)
                   RIDFLD(ENT-KEY)
                   UPDATE
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 EXEC CICS DELETE FILE('JAVAENTF')
                      RESP(WS-RESP)
                 END-EXEC
              END-IF
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM CLEAR-ROW-DISPLAY
                 MOVE 'ENTITLEMENT DELETED' TO ENTMSGO
              ELSE
                 MOVE 'JAVAENTF DELETE FAILED - SEE CICS STATUS'
                                   TO ENTMSGO
              END-IF
           END-IF.

       DELETE-ENTITLEMENT-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       LOCATE-SHOWN-ROW SECTION.
           MOVE 'N' TO WS-ROW-FOUND.

           IF WS-SHOWN-KEY = SPACES
              MOVE 'VIEW A ROW FIRST (I OR PF8)' TO ENTMSGO
           ELSE
              MOVE WS-SHOWN-KEY TO ENT-KEY
              EXEC CICS READ FILE('JAVAENTF')
                   INTO(JAVA-ENTITLEMENT-RECORD)
                   RIDFLD(ENT-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 SET WS-ROW-WAS-FOUND TO TRUE
              ELSE
                 MOVE 'ROW ON VIEW HAS GONE - VIEW IT AGAIN' TO ENTMSGO
              END-IF
           END-IF.

       LOCATE-SHOWN-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Lays every non-key field the operator retyped over the row in
      * JAVA-ENTITLEMENT-RECORD. The NUM field still needs a NUMERIC
      * test - a limit keyed short comes back space-padded.
      ***************************************************************
       EDIT-KEYED-FIELDS SECTION.
           MOVE 'Y' TO WS-INPUT-VALID.

           IF ENTALLWL > ZERO
              MOVE ENTALLWI TO ENT-ALLOWED
           END-IF.
           IF ENTLIMTL > ZERO
              IF ENTLIMTI NUMERIC
                 MOVE ENTLIMTI TO ENT-DAILY-ALLOWANCE
              ELSE
                 MOVE 'KEY THE DAILY LIMIT IN FULL, ZERO-FILLED'
                                   TO ENTMSGO
                 MOVE 'N' TO WS-INPUT-VALID
              END-IF
           END-IF.
           IF ENTNOTEL > ZERO
              MOVE ENTNOTEI TO ENT-NOTE
           END-IF.

       EDIT-KEYED-FIELDS-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * Checks the row now in JAVA-ENTITLEMENT-RECORD, first failure
      * wins. A TRANID consumer is at most four characters - the
      * EIBTRNID JAVACICS compares it with.
      ***************************************************************
       VALIDATE-ENTITLEMENT-VALUES SECTION.
           IF NOT ENT-TYPE-TRANID
                       AND NOT ENT-TYPE-MQ-QUEUE
                       AND NOT ENT-TYPE-BATCH-JOB
              MOVE 'CONSUMER TYPE MUST BE T, Q OR J' TO ENTMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID AND ENT-CONSUMER = SPACES
              MOVE 'KEY THE CONSUMER, OR * FOR ALL OF THAT TYPE'
                                   TO ENTMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID AND ENT-TYPE-TRANID
                       AND ENT-CONSUMER(5:) NOT = SPACES
              MOVE 'A TRANID IS AT MOST 4 CHARACTERS' TO ENTMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID AND ENT-TYPE-BATCH-JOB
                       AND ENT-CONSUMER(9:) NOT = SPACES
              MOVE 'A JOB NAME IS AT MOST 8 CHARACTERS' TO ENTMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID AND ENT-SERVICE = SPACES
              MOVE 'KEY THE LOGICAL NAME OF THE SERVICE' TO ENTMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID
                       AND NOT ENT-IS-ALLOWED
                       AND NOT ENT-IS-BARRED
              MOVE 'ALLOWED MUST BE Y OR N' TO ENTMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID AND ENT-DAILY-ALLOWANCE NOT NUMERIC
              MOVE 'KEY A DAILY LIMIT, ZERO FOR NO LIMIT' TO ENTMSGO
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-IS-VALID
              PERFORM CHECK-SERVICE-ROW
           END-IF.

       VALIDATE-ENTITLEMENT-VALUES-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CHECK-SERVICE-ROW SECTION.
           MOVE ENT-SERVICE TO SVC-LOGICAL-NAME.

           EXEC CICS READ FILE('JAVASVCF')
                INTO(JAVA-SERVICE-RECORD)
                RIDFLD(SVC-LOGICAL-NAME)
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'SERVICE IS NOT ON JAVASVCF' TO ENTMSGO
                 MOVE 'N' TO WS-INPUT-VALID
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'JAVASVCF READ FAILED - SEE CICS STATUS'
                                   TO ENTMSGO
                 MOVE 'N' TO WS-INPUT-VALID
           END-EVALUATE.

       CHECK-SERVICE-ROW-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       STAMP-SET-BY SECTION.
           MOVE WS-USERID           TO ENT-SET-BY.
           MOVE WS-NOW-DATE         TO ENT-SET-DATE.
           MOVE WS-NOW-TIME         TO ENT-SET-TIME.

       STAMP-SET-BY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       CLEAR-ROW-DISPLAY SECTION.
           INITIALIZE JAVA-ENTITLEMENT-RECORD.
           MOVE JAVA-ENTITLEMENT-RECORD TO WS-SHOWN-ROW.
           MOVE SPACES              TO WS-SHOWN-KEY.
           MOVE SPACES              TO ENTALLWO.
           MOVE ZERO                TO ENTLIMTO.
           MOVE SPACES              TO ENTNOTEO.
           MOVE SPACES              TO ENTSETBO.
           MOVE SPACES              TO ENTSETDO.
           MOVE SPACES              TO ENTSETHO.
           MOVE SPACES              TO ENTUSEDO.
           MOVE SPACES              TO ENTDENYO.
           MOVE SPACES              TO ENTOVERO.

       CLEAR-ROW-DISPLAY-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
       RESEND-SCREEN-WITH-MESSAGE SECTION.
           EXEC CICS SEND MAP('JAVENTM')
                MAPSET('JAVENTS')
                FROM(JAVENTMO)
                DATAONLY
                FREEKB
           END-EXEC.

       RESEND-SCREEN-WITH-MESSAGE-EXIT.
           EXIT.
