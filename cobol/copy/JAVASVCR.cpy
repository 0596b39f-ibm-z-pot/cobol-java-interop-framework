      * the usual off value, captures nothing), SLOT is the rotating
      * next-slot cursor CAPTURE-FAILURE-SNAPSHOT on JAVACICS bumps
      * under the same READ UPDATE it uses to claim a slot.
      *
      * SVC-CAND-PROGRAM/SVC-CAND-PCT carry a canary - a second,
      * "candidate" real program (typically the next version of the
      * Java side) and the percentage of calls, 0-100, to send to it
      * instead of SVC-REAL-PROGRAM. JAVACICS, JAVALINK and JAVABAT
      * all split the same way (see CHOOSE-SERVICE-PROGRAM on each),
      * and the audit record's AUD-REAL-PROGRAM shows which of the
      * two actually served the call, so JAVACMP can set the
      * candidate's success rate and elapsed times against the
      * current program's. A blank program or a zero percentage
      * means no canary - every call goes to SVC-REAL-PROGRAM as
      * before. SVC-CAND-CALLS/SVC-CAND-FAILS count the candidate's
      * calls and failures since it was last keyed on JAVASVCM;
      * once at least SVC-CAND-MIN-CALLS have been made and the
      * failure rate reaches SVC-CAND-FAIL-LIMIT percent, JAVACICS
      * sets SVC-CAND-STATE to 'F' (fallen back) and every call goes
      * to SVC-REAL-PROGRAM again until the candidate is rekeyed
      * (see TRACK-CANDIDATE-OUTCOME on JAVACICS). A zero limit
      * means no automatic fallback, the usual zero-means-off
      * convention.
      *****************************************************************
       01  JAVA-SERVICE-RECORD.
           05  SVC-LOGICAL-NAME        PIC X(8).
           05  SVC-INPUT-PREFIX        PIC X(8).
           05  SVC-DIAG-KEEP           PIC S9(4) COMP.
           05  SVC-DIAG-SLOT           PIC S9(4) COMP.
           05  SVC-CAND-PROGRAM        PIC X(8).
           05  SVC-CAND-PCT            PIC S9(4) COMP.
           05  SVC-CAND-FAIL-LIMIT     PIC S9(4) COMP.
           05  SVC-CAND-MIN-CALLS      PIC S9(4) COMP.
           05  SVC-CAND-STATE          PIC X(1).
               88  SVC-CAND-ACTIVE         VALUE ' '.
               88  SVC-CAND-FELL-BACK      VALUE 'F'.
           05  SVC-CAND-CALLS          PIC S9(9) COMP.
           05  SVC-CAND-FAILS          PIC S9(9) COMP.
