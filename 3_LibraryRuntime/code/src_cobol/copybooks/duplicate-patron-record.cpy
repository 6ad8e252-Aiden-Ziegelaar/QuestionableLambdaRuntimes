      * Probable-duplicate patron report record - one row per member
      * of each group patron-dedup found on tonight's PATRONIN: records
      * under different patron IDs whose names match once case-folded
      * and tidied, and that also share the postal lines, the email
      * address or the phone number.  Written to DUPRPT for
      * circulation staff to merge the accounts.  Members of a group
      * share DUPR-GROUP-NUMBER and are listed oldest first; the first
      * is the one kept (DUPR-ACTION 'K').  The rest are 'H' when the
      * run was asked to hold them out of tonight's greeting
      * (GREET_DUP_HOLD=Y) and 'R' (reported only) otherwise.  The
      * DUPR-MATCH- flags say what this row shares with at least one
      * other member, and DUPR-CLASS is tonight's PATRONMSTR class
      * (N = new tonight).
       01  DUPLICATE-PATRON-RECORD.
           05  DUPR-RUN-DATE            PIC X(8).
           05  DUPR-GROUP-NUMBER        PIC 9(6).
           05  DUPR-ACTION              PIC X(1).
               88  DUPR-KEPT                VALUE 'K'.
               88  DUPR-HELD                VALUE 'H'.
               88  DUPR-REPORTED            VALUE 'R'.
           05  DUPR-MATCH-POSTAL        PIC X(1).
           05  DUPR-MATCH-EMAIL         PIC X(1).
           05  DUPR-MATCH-PHONE         PIC X(1).
           05  DUPR-PATRON-ID           PIC X(10).
           05  DUPR-CLASS               PIC X(1).
           05  DUPR-FIRST-SEEN-DATE     PIC X(8).
           05  DUPR-BRANCH-CODE         PIC X(4).
           05  DUPR-DELIVERY-CHANNEL    PIC X(1).
           05  DUPR-PATRON-NAME         PIC X(100).
           05  DUPR-POSTAL-LINE-1       PIC X(40).
           05  DUPR-EMAIL-ADDRESS       PIC X(60).
           05  DUPR-PHONE-NUMBER        PIC X(15).
