      *****************************************************************
      * JAVAMQC - trimmed IBM MQ control blocks and constants for
      * JAVAMQL, the MQ intake listener, and for JAVAEVTW/JAVAMFWS,
      * which put alerts to the monitoring queue. Carried here
      * (rather than COPYing the product's CMQODV/CMQMDV/CMQGMOV/
      * CMQPMOV/CMQTMC2V members out of SCSQCOBS) the same way this
      * repo already carries its own symbolic maps, so the bridge
      * source builds from this one copy library. Field names,
      * offsets and initial values match the version-1 product
      * structures; only the constants these programs actually use
      * are defined. If any of them ever needs a version-2+ field,
      * switch to the product copybooks rather than growing these.
      *****************************************************************
      * Trigger message CKTI starts the listener transaction with -
      * retrieved whole via EXEC CICS RETRIEVE; MQTMC-QNAME names
           05  MQPMO-RESOLVEDQNAME     PIC X(48) VALUE SPACES.
           05  MQPMO-RESOLVEDQMGRNAME  PIC X(48) VALUE SPACES.

      * Dead-letter header (version 1), CMQDLHV layout. JAVAMQL puts
      * it in front of a poison request it moves off the request
      * queue - MQDLH-REASON says why, MQDLH-DESTQNAME where the
      * message was read from and MQDLH-FORMAT the message's own
      * format, so whoever browses the backout queue or DLQ can tell
      * what the message is and where to put it back.
       01  MQ-DEAD-LETTER-HEADER.
           05  MQDLH-STRUCID           PIC X(4)  VALUE 'DLH '.
           05  MQDLH-VERSION           PIC S9(9) BINARY VALUE 1.
           05  MQDLH-REASON            PIC S9(9) BINARY VALUE 0.
           05  MQDLH-DESTQNAME         PIC X(48) VALUE SPACES.
           05  MQDLH-DESTQMGRNAME      PIC X(48) VALUE SPACES.
           05  MQDLH-ENCODING          PIC S9(9) BINARY VALUE 0.
           05  MQDLH-CODEDCHARSETID    PIC S9(9) BINARY VALUE 0.
           05  MQDLH-FORMAT            PIC X(8)  VALUE SPACES.
           05  MQDLH-PUTAPPLTYPE       PIC S9(9) BINARY VALUE 0.
           05  MQDLH-PUTAPPLNAME       PIC X(28) VALUE SPACES.
           05  MQDLH-PUTDATE           PIC X(8)  VALUE SPACES.
           05  MQDLH-PUTTIME           PIC X(8)  VALUE SPACES.

      * MQINQ selectors and the attribute areas they return into -
      * JAVAMQL asks the request queue for its backout threshold
      * (BOTHRESH) and backout queue (BOQNAME), and the queue
      * manager for its dead-letter queue when no BOQNAME is set.
       01  MQ-INQUIRE-AREAS.
           05  MQ-SELECTOR-COUNT       PIC S9(9) BINARY VALUE 0.
           05  MQ-SELECTORS.
               10  MQ-SELECTOR         PIC S9(9) BINARY
                                       OCCURS 2 TIMES.
           05  MQ-INTATTR-COUNT        PIC S9(9) BINARY VALUE 0.
           05  MQ-INTATTRS.
               10  MQ-INTATTR          PIC S9(9) BINARY
                                       OCCURS 1 TIMES.
           05  MQ-CHARATTR-LENGTH      PIC S9(9) BINARY VALUE 0.
           05  MQ-CHARATTRS            PIC X(48) VALUE SPACES.

      * The constants JAVAMQL, JAVAEVTW and JAVAMFWS use, values as
      * in the product CMQV.
       01  MQ-CONSTANTS.
           05  MQHC-DEF-HCONN          PIC S9(9) BINARY VALUE 0.
           05  MQOT-Q                  PIC S9(9) BINARY VALUE 1.
           05  MQOT-Q-MGR              PIC S9(9) BINARY VALUE 5.
           05  MQOO-INPUT-SHARED       PIC S9(9) BINARY VALUE 2.
           05  MQOO-INQUIRE            PIC S9(9) BINARY VALUE 32.
           05  MQOO-FAIL-IF-QUIESCING  PIC S9(9) BINARY VALUE 8192.
           05  MQCO-NONE               PIC S9(9) BINARY VALUE 0.
           05  MQCC-OK                 PIC S9(9) BINARY VALUE 0.
                                       PIC S9(9) BINARY VALUE 64.
           05  MQGMO-FAIL-IF-QUIESCING PIC S9(9) BINARY VALUE 8192.
           05  MQPMO-FAIL-IF-QUIESCING PIC S9(9) BINARY VALUE 8192.
           05  MQPMO-NO-SYNCPOINT      PIC S9(9) BINARY VALUE 4.
           05  MQMT-DATAGRAM           PIC S9(9) BINARY VALUE 8.
           05  MQPER-PERSISTENT        PIC S9(9) BINARY VALUE 1.
           05  MQMT-REPLY              PIC S9(9) BINARY VALUE 2.
           05  MQPER-PERSISTENCE-AS-Q-DEF
                                       PIC S9(9) BINARY VALUE 2.
           05  MQFMT-STRING            PIC X(8)  VALUE 'MQSTR   '.
           05  MQFMT-DEAD-LETTER-HEADER
                                       PIC X(8)  VALUE 'MQDEAD  '.
           05  MQIA-BACKOUT-THRESHOLD  PIC S9(9) BINARY VALUE 22.
           05  MQCA-BACKOUT-REQ-Q-NAME PIC S9(9) BINARY VALUE 2019.
           05  MQCA-DEAD-LETTER-Q-NAME PIC S9(9) BINARY VALUE 2006.
           05  MQAT-CICS               PIC S9(9) BINARY VALUE 1.
           05  MQENC-NATIVE            PIC S9(9) BINARY VALUE 785.
           05  MQCCSI-Q-MGR            PIC S9(9) BINARY VALUE 0.
           05  MQFB-APPL-FIRST         PIC S9(9) BINARY VALUE 65536.
           05  MQMI-NONE               PIC X(24) VALUE LOW-VALUES.
           05  MQCI-NONE               PIC X(24) VALUE LOW-VALUES.
