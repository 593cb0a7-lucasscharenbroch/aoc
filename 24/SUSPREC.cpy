      *> it. It sits ahead of the open-ended page list rather than
      *> after it; datasets cut before the field existed must be
      *> converted once (the page list moved right eight columns).
      *> SUSP-HOLD-CODE says why the item is held: spaces for an update
      *> whose rules cycle, or the reason code (UNKPAGE, RETPAGE) of a
      *> page the page catalog refused for a department that holds
      *> such updates rather than rejecting them. The reprocessor
      *> re-checks the catalog for a coded item before anything else.
      *> SUSP-ENVELOPE names the feed envelope (HDR| source and
      *> business date) the item arrived in, so a whole envelope's
      *> holds can be backed out together (see 5backout.cbl). Items
      *> suspended before the field existed carry spaces and belong
      *> to no envelope.
       01 SUSP-RECORD.
              05 SUSP-FIRST-HELD PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 SUSP-DEPT PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 SUSP-PAGE-LIST PIC X(1000).
              05 FILLER PIC X VALUE SPACE.
              05 SUSP-HOLD-CODE PIC X(7).
              05 FILLER PIC X VALUE SPACE.
              05 SUSP-ENVELOPE.
                     10 SUSP-SOURCE PIC X(8).
                     10 FILLER PIC X VALUE SPACE.
                     10 SUSP-BUS-DATE PIC 9(8).
