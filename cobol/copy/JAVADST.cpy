      *****************************************************************
      * JAVADST - VSAM KSDS record layout for JAVADSTF, the daily
      * service statistics file JAVADSB builds each night from one
      * day of JAVAUDH. One row per service per day, keyed on the
      * service then the day (AUH-KEY-DATE's own 7-digit EIBDATE
      * format, 0CYYDDD), so one service's history reads back in date
      * order off a single START. JAVAARC never touches this file -
      * the rows are small and are kept long after the audit records
      * they summarise have been archived out of JAVAUDH, which is
      * what lets JAVATRN answer trend questions over months rather
      * than over the JAVAARC retention window.
      *
      *   DST-CALL-COUNT      calls made that day
      *   DST-FAIL-COUNT      calls that did not end JAVA-RC-OK,
      *                       leaving out maintenance-window rejects
      *                       (JAVA-RC-IN-MAINTENANCE) and consumers
      *                       turned away (JAVA-RC-NOT-ENTITLED,
      *                       JAVA-RC-OVER-ALLOWANCE) - those still
      *                       count in their DST-RC-COUNT slot
      *   DST-RC-COUNT        calls by JAVA-RC outcome, subscripted by
      *                       the return code / 4 + 1 (so (1) is
      *                       JAVA-RC-OK, (2) JAVA-RC-NOT-AUTHORIZED
      *                       and so on up JAVASTAT); a return code
      *                       that is not a multiple of four or lies
      *                       past the table lands in
      *                       DST-OTHER-RC-COUNT instead
      *   DST-INPUT-BYTES     sum of AUH-INPUT-L
      *   DST-OUTPUT-BYTES    sum of AUH-OUTPUT-L
      *   DST-ELAPSED-TOTAL   sum of AUH-ELAPSED-MS
      *   DST-ELAPSED-AVG     DST-ELAPSED-TOTAL / DST-CALL-COUNT
      *   DST-ELAPSED-MAX     the slowest call
      *   DST-ELAPSED-P95     95th-percentile elapsed, as the upper
      *                       bound of the JAVADSB response-time band
      *                       the 95th-percentile call fell in (never
      *                       more than DST-ELAPSED-MAX)
      *   DST-TARGET-MS       the service's SVC-TARGET-MS when the row
      *                       was built, zero if none
      *   DST-OVER-TARGET     calls over DST-TARGET-MS
      *   DST-BUILD-DATE/TIME when JAVADSB last wrote the row - a
      *                       rerun for the same day replaces it
      *****************************************************************
       01  JAVA-DAILY-STATS-RECORD.
           05  DST-KEY.
               10  DST-KEY-SERVICE         PIC X(8).
               10  DST-KEY-DATE            PIC 9(7).
           05  DST-CALL-COUNT              PIC S9(9) COMP.
           05  DST-FAIL-COUNT              PIC S9(9) COMP.
           05  DST-RC-COUNT OCCURS 20 TIMES
                                           PIC S9(9) COMP.
           05  DST-OTHER-RC-COUNT          PIC S9(9) COMP.
           05  DST-INPUT-BYTES             PIC S9(15) COMP.
           05  DST-OUTPUT-BYTES            PIC S9(15) COMP.
           05  DST-ELAPSED-TOTAL           PIC S9(15) COMP.
           05  DST-ELAPSED-AVG             PIC S9(9) COMP.
           05  DST-ELAPSED-MAX             PIC S9(9) COMP.
           05  DST-ELAPSED-P95             PIC S9(9) COMP.
           05  DST-TARGET-MS               PIC S9(9) COMP.
           05  DST-OVER-TARGET             PIC S9(9) COMP.
           05  DST-BUILD-DATE              PIC 9(8).
           05  DST-BUILD-TIME              PIC 9(6).
           05  FILLER                      PIC X(40).
