      * Campaign control record - the rows of CAMPCTL that describe
      * one campaign broadcast for greet-campaign, told apart by
      * CCTL-RECORD-TYPE:
      *   H  exactly one - the campaign ID and the date window
      *      (CCYYMMDD, both inclusive) the campaign may be run in;
      *   T  one per language - the message text for patrons with
      *      that language code; the first T row is also the text for
      *      a language the campaign has no row for, the same default
      *      handler falls back to from GREETTMPL;
      *   B  one per branch selected, L one per language code
      *      selected, C one per delivery channel (P/E/S) selected -
      *      a kind of criterion with no rows at all selects every
      *      patron on it, so a campaign to everyone is just an H row
      *      and its text.
       01  CAMPAIGN-CONTROL-RECORD.
           05  CCTL-RECORD-TYPE         PIC X(1).
               88  CCTL-HEADER-ROW          VALUE 'H'.
               88  CCTL-TEXT-ROW            VALUE 'T'.
               88  CCTL-BRANCH-ROW          VALUE 'B'.
               88  CCTL-LANGUAGE-ROW        VALUE 'L'.
               88  CCTL-CHANNEL-ROW         VALUE 'C'.
           05  CCTL-RECORD-DATA         PIC X(130).
           05  CCTL-HEADER-DATA REDEFINES CCTL-RECORD-DATA.
               10  CCTL-CAMPAIGN-ID     PIC X(8).
               10  CCTL-WINDOW-FROM     PIC X(8).
               10  CCTL-WINDOW-TO       PIC X(8).
               10  CCTL-DESCRIPTION     PIC X(40).
               10  FILLER               PIC X(66).
           05  CCTL-TEXT-DATA REDEFINES CCTL-RECORD-DATA.
               10  CCTL-TEXT-LANGUAGE   PIC X(2).
               10  CCTL-TEXT            PIC X(120).
               10  FILLER               PIC X(8).
           05  CCTL-BRANCH-DATA REDEFINES CCTL-RECORD-DATA.
               10  CCTL-SELECT-BRANCH   PIC X(4).
               10  FILLER               PIC X(126).
           05  CCTL-LANGUAGE-DATA REDEFINES CCTL-RECORD-DATA.
               10  CCTL-SELECT-LANGUAGE PIC X(2).
               10  FILLER               PIC X(128).
           05  CCTL-CHANNEL-DATA REDEFINES CCTL-RECORD-DATA.
               10  CCTL-SELECT-CHANNEL  PIC X(1).
               10  FILLER               PIC X(129).
