      *> Record layout for DEPTHIST, the department activity history
      *> the monthly chargeback statement (AOC-2024-DAY-05-CHARGEBACK,
      *> 5chargeback.cbl) prices. Three writers append to it, each
      *> with its own record type:
      *>   B  AOC-2024-DAY-05 (5.cbl): one record per batch (BCH|
      *>      department deck) per envelope, carrying the same
      *>      per-batch counters WRITE-BATCH-TOTALS prints on RPTOUT.
      *>      Written for exactly the envelopes that get a RUNHIST
      *>      record, so a month's B records sum back to RUNHIST.
      *>   S  AOC-2024-DAY-05-SUSPENSE (5suspense.cbl): one record per
      *>      department per reprocessing pass, DH-SUSP-DAYS counting
      *>      its items held over the pass -- the same day count
      *>      SUSP-DAYS-HELD keeps on each item.
      *>   F  AOC-2024-DAY-05-SUSPDISP (5suspdisp.cbl): one record per
      *>      item force-released under supervisor override.
      *> COPY this member into every FD so no writer can cut a record
      *> the statement misreads -- same reason RULEMSTR.cpy exists.
      *> DH-ACTIVITY-DATE is the date the activity is billed under:
      *> the envelope's business date on a B record (the run date for
      *> a feed with no HDR|, same rule as RH-RUN-DATE), the run date
      *> on S and F. DH-SOURCE is the envelope's HDR| source on a B
      *> record (so one envelope's records can be backed out, see
      *> 5backout.cbl) and spaces otherwise. Counters a record type
      *> doesn't carry are zero.
       01 DEPTHIST-RECORD.
              05 DH-REC-TYPE PIC X.
                     88 DH-BATCH-TOTALS VALUE 'B'.
                     88 DH-SUSPENSE-PASS VALUE 'S'.
                     88 DH-FORCE-RELEASE VALUE 'F'.
              05 FILLER PIC X VALUE SPACE.
              05 DH-ACTIVITY-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 DH-DEPT PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 DH-SOURCE PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 DH-RUN-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 DH-CLASS PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 DH-UPDATE-CNT PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 DH-CORRECT-CNT PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 DH-TOPSORT-CNT PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 DH-CYCLE-CNT PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 DH-REJECT-CNT PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 DH-PAGE-HOLD-CNT PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 DH-SUSP-DAYS PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 DH-FORCE-CNT PIC 9(6).
