      *****************************************************************
      * JAVAPND - VSAM KSDS record layout for JAVAPNDF, the pending-
      * change file behind dual control ("four eyes") on the JAVASVCF
      * service table, keyed on the logical service name. In a region
      * where JAVAPNDF is defined, JAVASVCM does not apply an A/C/E/D
      * action to JAVASVCF at all - it builds the row exactly as the
      * action would leave it and holds it here instead, and nothing
      * reaches JAVASVCF until a second, different operator approves
      * it on JAVASVCA. A region without the file (no FILE definition
      * installed) keeps the original single-operator behaviour, which
      * is how test regions stay quick to change while production
      * does not. The JAVACICS auto-disable never comes through here
      * - a failing service is disabled on the spot, as before.
      *
      * At most one change per service is held at a time. The
      * operator who asked for it may key a fresh change over it (the
      * newer request replaces theirs); anyone else is refused until
      * it is approved, rejected or expired.
      *
      *   PND-ACTION          the JAVASVCJ action the change will be
      *                       journaled under once applied - 'ADD',
      *                       'CHANGE', 'ENABLE' or 'DISABLE'
      *   PND-REQUESTER       signed-on userid that keyed the change,
      *   PND-REQ-TERMID      and its terminal
      *   PND-REQ-DATE/TIME   when (calendar YYYYMMDD/HHMMSS, the
      *                       same as JRN-KEY-DATE/TIME)
      *   PND-REQ-ABSTIME     the same moment as a CICS ABSTIME, so
      *                       JAVASVCA can tell that what it approves
      *                       is the request it showed the approver
      *   PND-EXPIRES-ABSTIME the request time plus the expiry hours
      *   PND-EXPIRES-DATE/   JAVASVCM applied when it held the change;
      *   PND-EXPIRES-TIME    an approval after this is refused and the
      *                       change is removed and journaled 'EXPIRED'
      *   PND-EXPIRY-HOURS    the hours that were applied
      *   PND-BEFORE-IMAGE    the JAVASVCF row when the change was
      *                       keyed (LOW-VALUES for an ADD)
      *   PND-AFTER-IMAGE     the row as the change would leave it
      *   PND-TRIAL-RESTART   'Y' when the change keys (or rekeys)
      *                       the canary candidate, so JAVASVCA
      *                       starts its trial from zero instead of
      *                       keeping the live row's SVC-CAND-CALLS/
      *                       SVC-CAND-FAILS
      *
      * The image fields are sized to the JAVA-SERVICE-RECORD layout
      * (see JAVASVCR) and must track it, the same as JAVASVCJ's do.
      *****************************************************************
       01  JAVA-PENDING-CHANGE-RECORD.
           05  PND-SERVICE             PIC X(8).
           05  PND-ACTION              PIC X(8).
               88  PND-IS-ADD              VALUE 'ADD'.
               88  PND-IS-CHANGE           VALUE 'CHANGE'.
               88  PND-IS-ENABLE           VALUE 'ENABLE'.
               88  PND-IS-DISABLE          VALUE 'DISABLE'.
           05  PND-REQUESTER           PIC X(8).
           05  PND-REQ-TERMID          PIC X(4).
           05  PND-REQ-DATE            PIC 9(8).
           05  PND-REQ-TIME            PIC 9(6).
           05  PND-REQ-ABSTIME         PIC S9(15) COMP.
           05  PND-EXPIRES-ABSTIME     PIC S9(15) COMP.
           05  PND-EXPIRES-DATE        PIC 9(8).
           05  PND-EXPIRES-TIME        PIC 9(6).
           05  PND-EXPIRY-HOURS        PIC S9(4) COMP.
           05  PND-BEFORE-IMAGE        PIC X(346).
           05  PND-AFTER-IMAGE         PIC X(346).
           05  PND-TRIAL-RESTART       PIC X(1).
               88  PND-TRIAL-RESTARTED     VALUE 'Y'.
           05  FILLER                  PIC X(19).
