      *> Record layout for the per-sender return files, and for the
      *> pending return dataset the producing steps feed them through.
      *> AOC-2024-DAY-05 (5.cbl) writes one D record per update line
      *> it read inside a HDR| envelope, plus one H record of that
      *> envelope's RPTOUT counts at end of job; the suspense
      *> reprocessor (5suspense.cbl) and the disposition job
      *> (5suspdisp.cbl) write follow-up D records as the suspense
      *> file changes under a held item. AOC-2024-DAY-05-RETURN
      *> (5return.cbl) writes each envelope's block -- H header, the
      *> D records, T trailer -- in source order, and the nightly JCL
      *> splits the blocks onto each sender's return dataset. COPY
      *> this member into every FD so no writer can cut a record a
      *> reader misreads -- same reason RULEMSTR.cpy exists.
      *> RET-SOURCE and RET-BUS-DATE name the envelope (HDR| source
      *> and business date); a feed with no HDR| has no sender and
      *> writes nothing here. RET-RUN-DATE is the date the step that
      *> produced the record ran. RET-BLOCK-KIND is N for the night
      *> the envelope was processed and F for a later follow-up.
      *> On a D record:
      *>   RET-LINE-NUM     INFILE record number the update arrived
      *>                    on (zero on a follow-up).
      *>   RET-DEPT         BCH| department deck it rode under
      *>                    (*NOBATCH for an unseparated feed).
      *>   RET-OUTCOME      A accepted as sent, C corrected (or, on a
      *>                    follow-up, cleared from suspense) in the
      *>                    order RET-RESULT gives, R rejected for
      *>                    RET-REASON-CODE, S suspended; follow-ups
      *>                    only: P purged from suspense, F released
      *>                    as sent under supervisor override, N
      *>                    still held with an operator's note.
      *>   RET-REASON-CODE  REJOUT's reason code on an R, CYCLE or the
      *>                    page hold code on an S.
      *>   RET-FIRST-HELD   date the item went into suspense, on S
      *>                    and on every follow-up, so the follow-up
      *>                    ties back to the S record it updates.
      *>   RET-ORIGINAL     the page list exactly as the sender sent
      *>                    it.
      *>   RET-RESULT       the order forwarded to the print queue on
      *>                    a C; on a cycle S the rules that close
      *>                    the cycle, each PPP|SSS(where it is kept:
      *>                    MASTER, DEPT or INLINE); spaces otherwise.
      *> On an H or T record RET-COUNTS replaces the detail: the
      *> envelope's reconciliation verdict as RPTOUT gave it (or
      *> DUPLICATE, or FOLLOW-UP for a follow-up block) and the
      *> record counts by outcome -- the H as expected, the T as
      *> actually returned.
       01 RET-RECORD.
              05 RET-REC-TYPE PIC X.
                     88 RET-HEADER VALUE 'H'.
                     88 RET-DETAIL VALUE 'D'.
                     88 RET-TRAILER VALUE 'T'.
              05 FILLER PIC X VALUE SPACE.
              05 RET-SOURCE PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 RET-BUS-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 RET-RUN-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 RET-BLOCK-KIND PIC X.
                     88 RET-NIGHTLY VALUE 'N'.
                     88 RET-FOLLOW-UP VALUE 'F'.
              05 FILLER PIC X VALUE SPACE.
              05 RET-BODY.
                     10 RET-LINE-NUM PIC 9(9).
                     10 FILLER PIC X VALUE SPACE.
                     10 RET-DEPT PIC X(8).
                     10 FILLER PIC X VALUE SPACE.
                     10 RET-OUTCOME PIC X.
                     10 FILLER PIC X VALUE SPACE.
                     10 RET-REASON-CODE PIC X(7).
                     10 FILLER PIC X VALUE SPACE.
                     10 RET-REASON-TEXT PIC X(40).
                     10 FILLER PIC X VALUE SPACE.
                     10 RET-FIRST-HELD PIC 9(8).
                     10 FILLER PIC X VALUE SPACE.
                     10 RET-ORIGINAL PIC X(1000).
                     10 FILLER PIC X VALUE SPACE.
                     10 RET-RESULT PIC X(1000).
              05 RET-COUNTS REDEFINES RET-BODY.
                     10 RET-VERDICT PIC X(10).
                     10 FILLER PIC X.
                     10 RET-RECORD-CNT PIC 9(6).
                     10 FILLER PIC X.
                     10 RET-UPDATE-CNT PIC 9(6).
                     10 FILLER PIC X.
                     10 RET-ACCEPTED-CNT PIC 9(6).
                     10 FILLER PIC X.
                     10 RET-TOPSORT-CNT PIC 9(6).
                     10 FILLER PIC X.
                     10 RET-CORRECTED-CNT PIC 9(6).
                     10 FILLER PIC X.
                     10 RET-CYCLE-CNT PIC 9(6).
                     10 FILLER PIC X.
                     10 RET-HOLD-CNT PIC 9(6).
                     10 FILLER PIC X.
                     10 RET-REJECTED-CNT PIC 9(6).
                     10 FILLER PIC X.
                     10 RET-CLEARED-CNT PIC 9(6).
                     10 FILLER PIC X.
                     10 RET-PURGED-CNT PIC 9(6).
                     10 FILLER PIC X.
                     10 RET-RELEASED-CNT PIC 9(6).
                     10 FILLER PIC X.
                     10 RET-NOTED-CNT PIC 9(6).
