      * because the batch loader journals too and has no EIB.
      *
      * JRN-ACTION values: 'ADD', 'CHANGE', 'ENABLE', 'DISABLE'
      * (JAVASVCM, or JAVASVCA applying an approved change),
      * 'AUTODISA' or 'CANDFALL' (JAVACICS - a canary candidate
      * fallen back), 'LOAD' (JAVASVCL), 'PROMOTE'
      * (JAVASVCX), and - for a held change that never reached
      * JAVASVCF - 'REJECTED', 'WITHDRAW' (rejected by the operator
      * who asked for it) or 'EXPIRED' (JAVASVCA/JAVASVCM, see
      * JAVAPND).
      * JRN-OPERATOR is the signed-on userid for online sources and
      * 'BATCH' for the batch utilities; JRN-TERMID is spaces for
      * non-terminal sources. Under dual control JRN-OPERATOR/
      * JRN-TERMID are the operator who keyed the change and
      * JRN-APPROVER the different operator who approved (or
      * rejected) it; JRN-APPROVER is spaces for every entry that
      * needed no second operator. JRN-BEFORE-IMAGE is LOW-VALUES
      * only where there genuinely was no row before - an ADD, or a
      * LOAD/PROMOTE that wrote a new row; a LOAD that replaced an
      * existing row journals the row it replaced.
      *
      * The image fields are sized to the JAVA-SERVICE-RECORD layout
      * (see JAVASVCR) and must track it - a grown service record
           05  JRN-SOURCE-PGM          PIC X(8).
           05  JRN-OPERATOR            PIC X(8).
           05  JRN-TERMID              PIC X(4).
           05  JRN-BEFORE-IMAGE        PIC X(346).
           05  JRN-AFTER-IMAGE         PIC X(346).
           05  JRN-APPROVER            PIC X(8).
