      *> Load acknowledgement record - the layout returned to the
      *> mainframe after each feed loads, one Output/<feed>_ACK.dat per
      *> loader run. Fixed 282-byte records, no line terminators (the
      *> original-bytes area can carry packed or binary data):
      *>   one 'S' summary record first - the recon line's counts,
      *>     control field/total and verdict, plus how many 'D'
      *>     records follow;
      *>   one 'D' detail record per rejected source record - its
      *>     record number, key, the first field that failed, a
      *>     numeric reason code, and the record's bytes as received.
      *> Reason codes (ACK-REASON-CODE):
      *>   010 short/misaligned record       011 record structure suspect
      *>   012 exceeds OCCURS bound          013 RDW length mismatch
      *>   020 not numeric per PICTURE       021 not a valid signed decimal
      *>   022 not a valid Y/N flag          030 not a valid calendar date
      *>   031 not a YYYY-MM-DD date         040 invalid COMP-3 sign
      *>   041 corrupt packed decimal        042 invalid zoned/overpunch
      *>   043 invalid separate sign         050 business rule violated
      *>   060 duplicate key                 070 parent key not found
      *>   080 product not on master         081 product inactive
      *>   082 unit price outside tolerance or not derivable
      *>   999 unclassified
       01 ACK-RECORD.
          05 ACK-RECORD-TYPE       PIC X(1).
             88 ACK-SUMMARY-RECORD VALUE 'S'.
             88 ACK-DETAIL-RECORD  VALUE 'D'.
          05 ACK-FEED-NAME         PIC X(8).
          05 ACK-BUSINESS-DATE     PIC 9(8).
          05 ACK-BODY              PIC X(265).
          05 ACK-SUMMARY-BODY REDEFINES ACK-BODY.
             10 ACK-COPYBOOK-NAME     PIC X(30).
             10 ACK-RECORDS-READ      PIC 9(9).
             10 ACK-RECORDS-LOADED    PIC 9(9).
             10 ACK-RECORDS-REJECTED  PIC 9(9).
             10 ACK-CONTROL-FIELD     PIC X(20).
             10 ACK-CONTROL-TOTAL     PIC S9(13)V9(2)
                                      SIGN IS LEADING SEPARATE.
             10 ACK-ORPHAN-COUNT      PIC 9(9).
             10 ACK-DUP-COUNT         PIC 9(9).
             10 ACK-RUN-STATUS        PIC X(9).
             10 ACK-DETAIL-COUNT      PIC 9(9).
             10 FILLER                PIC X(136).
          05 ACK-DETAIL-BODY REDEFINES ACK-BODY.
             10 ACK-RECORD-NUMBER     PIC 9(9).
             10 ACK-RECORD-KEY        PIC X(20).
             10 ACK-FIELD-NAME        PIC X(30).
             10 ACK-REASON-CODE       PIC 9(3).
             10 ACK-ORIGINAL-LENGTH   PIC 9(3).
             10 ACK-ORIGINAL-BYTES    PIC X(200).
