      * generation by backing the journal out newest-first, so the
      * two programs can never drift out of sync on the layout. The
      * images carry the full master key, star system included.
      * Each record closes with the user ID that submitted the
      * transaction and, for a forced or destructive one held for a
      * second signature, the user ID that approved it. The N, R
      * and E attribute codes also carry the ORBITATT name, class and
      * status before and after the change, and an S (a member re-
      * keyed into another system) holds the record it carried over
      * in both images - blank in both when the member had none;
      * every other code leaves those images blank.
      *----------------------------------------------------------------
000100 01 orbit-journal-record.
000110     05 orbit-journal-date        pic 9(8).
000200         10 orbit-journal-after-system   pic X(2).
000210         10 orbit-journal-after-object   pic X(8).
000220         10 orbit-journal-after-center   pic X(8).
000230     05 orbit-journal-submitter  pic X(8).
000240     05 orbit-journal-approver   pic X(8).
000250     05 orbit-journal-before-attr.
000260         10 orbit-journal-before-name    pic X(20).
000270         10 orbit-journal-before-class   pic X(1).
000280         10 orbit-journal-before-status  pic X(1).
000290     05 orbit-journal-after-attr.
000300         10 orbit-journal-after-name     pic X(20).
000310         10 orbit-journal-after-class    pic X(1).
000320         10 orbit-journal-after-status   pic X(1).
