      *> member into both FDs instead of keeping two independent
      *> literal definitions that could drift out of sync -- same
      *> reason RULEMSTR.cpy exists.
      *> RU-SOURCE / RU-BUS-DATE name the feed envelope the hits were
      *> counted in -- a night with two envelopes writes a rule's
      *> hits once per envelope -- so one envelope's share can be
      *> backed out (see 5backout.cbl). Records cut before the
      *> fields existed read back as spaces.
       01 RULEUSE-RECORD.
              05 RU-RUN-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 RU-SUC PIC 999.
              05 FILLER PIC X VALUE SPACE.
              05 RU-HIT-CNT PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 RU-SOURCE PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 RU-BUS-DATE PIC 9(8).
