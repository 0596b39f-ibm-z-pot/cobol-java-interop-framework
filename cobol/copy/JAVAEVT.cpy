      * writer every event source LINKs to) is passed. The bridge's
      * ops notices - the JAVACICS auto-disable and slow-call
      * notices, the JAVALINK late-reply notice, the JAVADRN drain
      * summary and drain-failure notices, the JAVAMQL poison-
      * message notice - used to exist only as one-liners on CSMT,
      * gone from the master terminal by morning shift. Each still
      * gets its CSMT copy, but the structured record here is the
      * system of record: date-keyed so "did
      * anything auto-disable or run late overnight" is one JAVAEVTB
      * browse (or a keyed read) instead of a trawl through the CSMT
      * log.
      *             COUNT-2 the SVC-FAIL-THRESHOLD it hit
      *   SLOWCALL  JAVACICS over-target call: COUNT-1 elapsed ms,
      *             COUNT-2 the SVC-TARGET-MS it blew
      *   CANARYFB  JAVACICS canary fallback: COUNT-1 the candidate's
      *             failure rate (percent), COUNT-2 the
      *             SVC-CAND-FAIL-LIMIT it reached; EVT-TEXT names
      *             the candidate program
      *   LATEREPL  JAVALINK late reply: COUNT-1 seconds late,
      *             EVT-RESP/EVT-RESP2 the late LINK's outcome
      *   DRAINSUM  JAVADRN run summary: COUNT-1 records drained
      *   DRAINFLR  JAVADRN write failure: COUNT-1 drained before
      *             the stop, EVT-RESP the failing WRITE's RESP
      *   MQPOISON  JAVAMQL poison request moved to the backout
      *             queue/DLQ: COUNT-1 the message's BackoutCount,
      *             COUNT-2 the backout threshold it reached
      *   MNTSTART  maintenance window in force (JAVAMNTE sweep, or
      *             JAVAMNTM when one is deleted before the sweep
      *             saw it start): COUNT-1/COUNT-2 the window's end
      *             date (YYYYMMDD) and time (HHMMSS)
      *   MNTEND    maintenance window over, or ended early through
      *             JAVAMNTM: COUNT-1/COUNT-2 the window's start
      *             date (YYYYMMDD) and time (HHMMSS)
      * EVT-SERVICE is spaces on run-level events (DRAINSUM/
      * DRAINFLR); EVT-TEXT carries the same one-line wording the
      * CSMT copy got, so the browse reads like the notice did.
