      * than trust a real-program name handed to it in the request
      * record.
      *
      * JLR-ROUTE carries the canary split JAVACICS has already made
      * for the call (see SVC-CAND-PROGRAM on JAVASVCR) - 'C' the
      * candidate, 'P' the current real program - so the call is
      * counted against the program that really served it. JAVALINK
      * still takes the program name itself off the row, and sends a
      * 'C' call to the current program if the candidate has been
      * retired or has fallen back in the meantime. Left as a space
      * (a task starting JLNK for itself), JAVALINK makes the split on
      * its own. JLY-REAL-PROGRAM reports back which program was
      * LINKed to, for JAVACICS's audit record.
      *
      * JLR-DEADLINE carries the same ABSTIME JAVACICS will give up
      * polling at. JAVALINK checks its own ABSTIME against it before
      * posting JAVA-LINK-REPLY - once JAVACICS has already stopped
           05  JLR-INPUT-L             PIC S9(9) COMP.
           05  JLR-OUTPUT-L            PIC S9(9) COMP.
           05  JLR-DEADLINE            PIC S9(15) COMP.
           05  JLR-ROUTE               PIC X(1).
               88  JLR-ROUTE-CANDIDATE     VALUE 'C'.
               88  JLR-ROUTE-CURRENT       VALUE 'P'.
               88  JLR-ROUTE-UNSET         VALUE ' '.
           05  JLR-INPUT               PIC X(4096).

       01  JAVA-LINK-REPLY.
           05  JLY-OUTPUT-L            PIC S9(9) COMP.
           05  JLY-TRUNCATED           PIC X(1).
               88  JLY-WAS-TRUNCATED       VALUE 'Y'.
           05  JLY-REAL-PROGRAM        PIC X(8).
           05  JLY-OUTPUT              PIC X(4096).
