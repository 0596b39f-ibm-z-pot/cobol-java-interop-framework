               88  JAVA-RC-THROTTLED            VALUE 36.
               88  JAVA-RC-ROUTE-FAILED         VALUE 40.
               88  JAVA-RC-INVALID-INPUT        VALUE 44.
               88  JAVA-RC-MSG-BACKED-OUT       VALUE 48.
               88  JAVA-RC-IN-MAINTENANCE       VALUE 52.
               88  JAVA-RC-NOT-ENTITLED         VALUE 56.
               88  JAVA-RC-OVER-ALLOWANCE       VALUE 60.
               88  JAVA-RC-HELD-BACK            VALUE 64.
           10  JAVA-OUTPUT-TRUNCATED   PIC X(1).
               88  JAVA-TRUNCATION-OCCURRED     VALUE 'Y'.
               88  JAVA-TRUNCATION-NONE         VALUE 'N'.
