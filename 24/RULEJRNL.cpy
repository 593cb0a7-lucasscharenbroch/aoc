      *> images must be converted once alongside the master reload,
      *> or a replay will unpack the old images against the new
      *> field offsets.
      *> JRNL-OPERATOR is the operator who keyed the transaction and
      *> JRNL-APPROVER the different operator who approved it off the
      *> RULEPEND queue (see RULEPEND.cpy), so the journal shows who
      *> authorized each change and not just the job that ran it.
      *> Appended after the after-image so records cut before the
      *> approval queue existed keep their old offsets; on those the
      *> two ids read as spaces.
       01 RULEJRNL-RECORD.
              05 JRNL-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 JRNL-BEFORE-IMAGE PIC X(61).
              05 FILLER PIC X VALUE SPACE.
              05 JRNL-AFTER-IMAGE PIC X(61).
              05 FILLER PIC X VALUE SPACE.
              05 JRNL-OPERATOR PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 JRNL-APPROVER PIC X(8).
