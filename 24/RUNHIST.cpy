      *> literal definitions that could drift out of sync -- same
      *> reason RULEMSTR.cpy exists. RPTOUT is superseded every day;
      *> this file is the one that remembers what the numbers were.
      *> RH-UNDEC-CNT / RH-MID-UNDEC-CNT count TOPSORTed updates whose
      *> order (respectively middle page) the rules left undecided;
      *> records cut before they existed read back as spaces.
      *> RH-SOURCE is the HDR| source system of the envelope the
      *> record totals (spaces for a feed with no HDR|), so a date
      *> carrying envelopes from two senders reads apart and one can
      *> be backed out (see 5backout.cbl) without touching the other.
       01 RUNHIST-RECORD.
              05 RH-RUN-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 RH-CYCLE-CNT PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 RH-REJECT-CNT PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 RH-UNDEC-CNT PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 RH-MID-UNDEC-CNT PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 RH-SOURCE PIC X(8).
