      * the JAVASVCF file (see JAVASVCR) the same way JAVACICS's own
      * CHECK-SERVICE-AUTHORIZATION does, rather than trust a
      * caller-supplied real program name - so the same authorized-
      * service allow-list still applies to this entry point. A
      * service with a canary candidate on its row is split between
      * the candidate and the current program the way JAVACICS
      * splits it (see CHOOSE-SERVICE-PROGRAM), and the program
      * actually LINKed to goes back in JLY-REAL-PROGRAM.
      *
      * A reply that arrives after JLR-DEADLINE is logged to CSMT (see
      * LOG-LATE-LINK-REPLY) rather than posted to JLR-CORR-ID, since
           05  WS-DISP-LATE-RESP    PIC Z(8)9.
           05  WS-DISP-LATE-RESP2   PIC Z(8)9.
           05  WS-LATE-NOTICE       PIC X(110).
           05  WS-ROUTE-SEED        PIC S9(9) COMP.
           05  WS-ROUTE-CALL-COUNT  PIC S9(4) COMP VALUE 0.
           05  WS-ROUTE-QUOTIENT    PIC S9(9) COMP.
           05  WS-ROUTE-BUCKET      PIC S9(4) COMP.

      * Allow-list of logical service names JAVALINK may LINK to, held
      * in the VSAM-backed JAVASVCF file (see JAVASVCR).
           END-IF.

           MOVE 'N' TO JLY-TRUNCATED.
           MOVE WS-REAL-PROGRAM TO JLY-REAL-PROGRAM.
           MOVE 0   TO JLY-OUTPUT-L.
           MOVE SPACES TO JLY-OUTPUT.

           IF WS-RESP = DFHRESP(NORMAL) AND SVC-IS-ENABLED
              MOVE SVC-REAL-PROGRAM TO WS-REAL-PROGRAM
              MOVE SVC-REMOTE-SYSID TO WS-REMOTE-SYSID
              PERFORM CHOOSE-SERVICE-PROGRAM
           ELSE
              MOVE DFHRESP(NOTAUTH) TO WS-RESP
           END-IF.

       RESOLVE-REAL-PROGRAM-EXIT.
           EXIT.
      ***************************************************************
      ***************************************************************
      * A live canary candidate (named, a non-zero SVC-CAND-PCT, not
      * fallen back) takes the calls JAVACICS routed to it. A call
      * started with no route is split here instead, on the same
      * task number plus calls-already-split rule CHOOSE-SERVICE-
      * PROGRAM on JAVACICS uses. Every START is its own task and
      * carries one call, so the task number alone already differs
      * call by call here and WS-ROUTE-CALL-COUNT is only ever zero
      * when the split is made - it is kept so the two programs can
      * never split differently.
      * A call routed to a candidate that is no longer live goes to
      * the current program.
      ***************************************************************
       CHOOSE-SERVICE-PROGRAM SECTION.
           IF SVC-CAND-PROGRAM NOT = SPACES
                       AND SVC-CAND-PCT > ZERO
                       AND SVC-CAND-ACTIVE
              EVALUATE TRUE
                 WHEN JLR-ROUTE-CANDIDATE
                    MOVE SVC-CAND-PROGRAM TO WS-REAL-PROGRAM
                 WHEN JLR-ROUTE-UNSET
                    COMPUTE WS-ROUTE-SEED =
                       EIBTASKN + WS-ROUTE-CALL-COUNT
                    DIVIDE WS-ROUTE-SEED BY 100
                       GIVING WS-ROUTE-QUOTIENT
                       REMAINDER WS-ROUTE-BUCKET
                    IF WS-ROUTE-BUCKET < SVC-CAND-PCT
                       MOVE SVC-CAND-PROGRAM TO WS-REAL-PROGRAM
                    END-IF
                    ADD 1 TO WS-ROUTE-CALL-COUNT
              END-EVALUATE
           END-IF.

       CHOOSE-SERVICE-PROGRAM-EXIT.
           EXIT.
