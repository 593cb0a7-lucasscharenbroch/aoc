      *> Record layout for RULEPEND, the line-sequential approval queue
      *> AOC-2024-DAY-05-RULEMAINT (5rulemaint.cbl) carries forward
      *> from night to night. Every TRANFILE transaction is queued
      *> here under a ticket instead of being applied the night it
      *> was keyed; it reaches RULEMSTR only once an operator other
      *> than the one who keyed it posts an approve against the
      *> ticket on the approval deck, and leaves the queue on an
      *> approve or a reject. COPY this member wherever the queue is
      *> read so the layouts can't drift apart.
      *> PEND-TICKET is the queue date plus a sequence within that
      *> date -- the number the approver keys back, and unique for
      *> as long as the item sits in the queue.
      *> PEND-DAYS-PENDING steps up by one on every MAINT pass that
      *> finds no decision for the item (zero on the night it was
      *> queued), the same per-pass aging the suspense master uses.
      *> PEND-TRAN-IMAGE is the transaction line exactly as keyed,
      *> keying operator included, so approval applies precisely
      *> what the maker entered.
       01 RULEPEND-RECORD.
              05 PEND-TICKET.
                     10 PEND-TICKET-DATE PIC 9(8).
                     10 PEND-TICKET-SEQ PIC 9(4).
              05 FILLER PIC X VALUE SPACE.
              05 PEND-DAYS-PENDING PIC 9(3).
              05 FILLER PIC X VALUE SPACE.
              05 PEND-OPERATOR PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 PEND-TRAN-IMAGE PIC X(80).
