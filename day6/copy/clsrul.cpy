      *----------------------------------------------------------------
      * CLSRUL - shared body-class rule card layout.
      *
      * CLASSRUL is the class-rules table day6 and day6maint both
      * hold the catalog tree to: one card per rule, kept as a plain
      * card file so the desk can tighten a rule or take on a new
      * body class without a program change. Classes and statuses
      * are the ORBITATT codes (see orbatt.cpy).
      *
      * A P (parent) card names a child class and, from column 7,
      * every class a body of that class may orbit; an asterisk in
      * the list lets it sit directly under COM. A class with no P
      * card may orbit anything, and only the first P card for a
      * class counts. Its breach is severe unless column 5 says W.
      *
      * An S (status) card names a status combination to flag: a
      * child of the given class (blank for any class) with the
      * given status, orbiting a parent with the given status. Its
      * breach is a warning unless column 5 says S.
      *
      * A body or parent with no attribute record is not checked -
      * the attribute reconciliation already lists it - and a
      * parent of COM is class * with a blank status. Cards of any
      * other type (an asterisk, say) are comments.
      *
      *   col  1    type          P parent rule, S status rule
      *   col  3    child class   blank on an S card = any class
      *   col  5    severity      S severe, W warning
      *   cols 7-16 parent classes (P cards)
      *   col 18    child status  (S cards)
      *   col 20    parent status (S cards)
      *
      *   P M   SPT               a moon orbits a star, planet or
      *                           station
      *   P S   *S                a star sits under COM or a star
      *   S   W            A D    anything active orbiting a
      *                           decommissioned body
      *
      * day6 lists every breach on EXCPRPT after the attribute
      * reconciliation. day6maint applies the same rules to A, C,
      * M, N and R transactions: a severe breach is suspended under
      * reason code CLS unless the override code F forces it
      * through, and a warning is applied but reported.
      *----------------------------------------------------------------
000100 01 class-rule-record.
000110     05 class-rule-type           pic X(1).
000120         88 class-rule-parent-card  value 'P'.
000130         88 class-rule-status-card  value 'S'.
000140     05 filler                    pic X(1).
000150     05 class-rule-child-class    pic X(1).
000160     05 filler                    pic X(1).
000170     05 class-rule-severity       pic X(1).
000180     05 filler                    pic X(1).
000190     05 class-rule-parents        pic X(10).
000200     05 filler                    pic X(1).
000210     05 class-rule-child-status   pic X(1).
000220     05 filler                    pic X(1).
000230     05 class-rule-parent-status  pic X(1).
