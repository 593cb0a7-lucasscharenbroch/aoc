                  LINE SEQUENTIAL.
           SELECT DETAIL-OUT ASSIGN TO DTLOUT
                  LINE SEQUENTIAL.
      *> DETAIL-OUT again, cut down at end of job to the envelopes
      *> that reconciled and aren't duplicates -- the only lines fit
      *> to join the detail history the discovery job mines (see
      *> WRITE-DETAIL-KEEP).
           SELECT DETAIL-KEEP ASSIGN TO DTLKEEP
                  LINE SEQUENTIAL.
           SELECT REJECT-OUT ASSIGN TO REJOUT
                  LINE SEQUENTIAL.
      *> Update records that are well-formed but whose dependency
      *> numbers survive. 5trend.cbl reads this back.
           SELECT OPTIONAL RUN-HISTORY ASSIGN TO RUNHIST
                  LINE SEQUENTIAL.
      *> Department activity history: one record of each batch's
      *> totals appended per envelope (EXTEND; OPTIONAL covers first
      *> use), because RPTOUT's batch sections are superseded daily
      *> and the monthly chargeback (5chargeback.cbl) bills off them.
           SELECT OPTIONAL DEPT-HISTORY ASSIGN TO DEPTHIST
                  LINE SEQUENTIAL.
      *> Return records for the senders (see RETREC.cpy): one per
      *> update line read inside a HDR| envelope saying what became
      *> of it, and one of each envelope's counts at end of job.
      *> Opened EXTEND (OPTIONAL covers first use), like SUSPENSE-OUT,
      *> so nothing is lost before the step after this one
      *> (5return.cbl) drains it into blocks the JCL splits onto each
      *> sender's own return dataset -- the departments stop learning
      *> their rejects, corrections and cycles by phoning us.
           SELECT OPTIONAL RETURN-OUT ASSIGN TO RETOUT
                  LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO CKPTFILE
                  LINE SEQUENTIAL.
      *> Date-keyed feed-fingerprint file: one record per feed that
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RULEMSTR-KEY
                  FILE STATUS IS WS-RULEMSTR-STATUS.
      *> Department/sender master, maintained by 5deptmaint. Every
      *> BCH| department and HDR| source system is checked against it
      *> (see PROCESS-BATCH-SEPARATOR and PROCESS-HEADER-RECORD), so a
      *> mistyped id is refused on REJOUT instead of quietly losing
      *> its scoped rules and opening a report section of its own.
      *> OPTIONAL only so the OPEN itself can't abend the run; a
      *> missing master holds no ids, so every id is refused.
           SELECT OPTIONAL DEPTMSTR ASSIGN TO DEPTMSTR
                  ORGANIZATION INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DEPTMSTR-KEY
                  FILE STATUS IS WS-DEPTMSTR-STATUS.
      *> Page catalog, maintained by 5pagemaint. Every page an update
      *> names must be on it and in service for the deck's department
      *> (see CHECK-UPDATE-PAGES) -- page 847, which nobody prints,
      *> or a page retired last quarter no longer sails through to
      *> CORROUT. Titles ride DTLOUT next to the middle page. OPTIONAL
      *> only so the OPEN can't abend the run; a missing catalog
      *> knows no pages, so every update is refused or held.
           SELECT OPTIONAL PAGECAT ASSIGN TO PAGECAT
                  ORGANIZATION INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PAGECAT-KEY
                  FILE STATUS IS WS-PAGECAT-STATUS.

      *> This might not be a great problem for cobol, but I'm getting
      *> nervous that future problems will be near-impossible to parse
      *> This problem conveniently has all two-digit numbers.
      *> Cobol is probably the hardest language in this challenge.
      *> Hopefully part 2 isn't wicked.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
              05 DTL-ORIGINAL PIC X(1000).
              05 FILLER PIC X VALUE SPACE.
              05 DTL-CORRECTED PIC X(1000).
      *> Department batch the update arrived under (*NOBATCH for an
      *> unbatched feed), appended after the page lists so the
      *> listing keeps its old offsets. The accumulated history of
      *> this file is what the candidate-rule discovery job
      *> (5discover.cbl) mines per department, and CORROUT can't
      *> serve there -- it has to match the raw feed's format, so it
      *> carries no department at all.
              05 FILLER PIC X VALUE SPACE.
              05 DTL-DEPT PIC X(8).
      *> The update's middle page as forwarded -- the page Part 1 /
      *> Part 2 score -- with its title off the page catalog as the
      *> deck's department sees it, so the listing reads as pages
      *> and not just numbers. Appended after DTL-DEPT, same reason.
              05 FILLER PIC X VALUE SPACE.
              05 DTL-MID-PAGE PIC 999.
              05 FILLER PIC X VALUE SPACE.
              05 DTL-MID-TITLE PIC X(30).
      *> Whether the rules actually decided a TOPSORTed update's
      *> order: 'N' they did (and always for an update that came in
      *> correct -- its order is the sender's), 'O' more than one
      *> page was eligible at some step so other orders were just as
      *> valid, 'M' worse -- a different page could have landed in
      *> the middle, so the Part 2 figure for it is a guess. The
      *> unordered pairs are listed on EXCEPTIONS-OUT (UNORDER /
      *> UNPAIR lines) under the same line number.
              05 FILLER PIC X VALUE SPACE.
              05 DTL-UNDECIDED-FLAG PIC X.
      *> Pages the forwarded order took out of the sender's sequence
      *> and put back somewhere else: the update's page count less
      *> the longest run of pages (not necessarily adjacent) still in
      *> their original relative order -- what the print floor
      *> actually has to re-collate. Zero for an update that came in
      *> correct. Low under the department's least-disturbance
      *> correction mode (see LEAST-DISTURBANCE-SORT) by design.
              05 FILLER PIC X VALUE SPACE.
              05 DTL-PAGES-MOVED PIC 999.
      *> The envelope the update arrived in -- HDR| source and
      *> business date, spaces and zero for a feed with no HDR| --
      *> and the date this run processed it, so one envelope's
      *> updates can be picked back out of the accumulated history
      *> (see 5backout.cbl) and tied to the night they were handed
      *> to the print floor.
              05 FILLER PIC X VALUE SPACE.
              05 DTL-SOURCE PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 DTL-BUS-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 DTL-RUN-DATE PIC 9(8).

       FD DETAIL-KEEP.
       01 DETAIL-KEEP-RECORD PIC X(2087).

      *> Lines that don't parse as either a well-formed rule
      *> (NNN|NNN) or a well-formed update (comma-separated NNN's)
       FD RUN-HISTORY.
           COPY RUNHIST.

      *> Department-history record layout is COPYed from DEPTHIST.cpy
      *> so this FD and every other writer's and reader's can't drift
      *> apart from each other.
       FD DEPT-HISTORY.
           COPY DEPTHIST.

      *> Return record layout is COPYed from RETREC.cpy so this FD and
      *> the return step's can't drift apart from each other.
       FD RETURN-OUT.
           COPY RETREC.

      *> One line per update record abandoned because
      *> FIND-NODE-W-NO-PREREQS could not find a next page with no
      *> remaining prerequisites -- i.e. its rules form a cycle.
      *> Also the undecided-order section: an UNORDER line for each
      *> TOPSORTed update the rules didn't fully order (forwarded
      *> all the same -- it is on DETAIL-OUT under the same line
      *> number), then one UNPAIR line per pair of pages no rule puts
      *> in order, EXC-ORIGINAL carrying the pair as NNN,NNN.
       FD EXCEPTIONS-OUT.
       01 EXCEPTION-RECORD.
              05 EXC-LINE-NUM PIC 9(6).
              05 CKPT-FDE-TRL-UPDATE-CNT PIC 9(6).
              05 FILLER PIC X.
              05 CKPT-FDE-TRL-HASH PIC 9(10).
      *> Department-master verdicts, appended after the original
      *> fields: a restart partway through a refused deck must keep
      *> refusing it, and a refused sender must still fail its
      *> envelope. Spaces (a checkpoint cut before these existed)
      *> restore as 'Y'.
              05 FILLER PIC X.
              05 CKPT-BAT-DEPT-OK PIC X.
              05 FILLER PIC X.
              05 CKPT-FDE-SRC-OK PIC X.
      *> Page-catalog holds, run (HDR) and per batch (BAT).
              05 FILLER PIC X.
              05 CKPT-HDR-PAGE-HOLD-CNT PIC 9(6).
              05 FILLER PIC X.
              05 CKPT-BAT-PAGE-HOLD-CNT PIC 9(6).
      *> Undecided-order counts -- all, and middle page undecided --
      *> for the run (HDR), the batch (BAT) and the envelope (FDE).
              05 FILLER PIC X.
              05 CKPT-HDR-UNDEC-CNT PIC 9(6).
              05 FILLER PIC X.
              05 CKPT-HDR-MID-UNDEC-CNT PIC 9(6).
              05 FILLER PIC X.
              05 CKPT-BAT-UNDEC-CNT PIC 9(6).
              05 FILLER PIC X.
              05 CKPT-BAT-MID-UNDEC-CNT PIC 9(6).
              05 FILLER PIC X.
              05 CKPT-FDE-UNDEC-CNT PIC 9(6).
              05 FILLER PIC X.
              05 CKPT-FDE-MID-UNDEC-CNT PIC 9(6).
      *> Pages moved by correction, run (HDR) and per batch (BAT).
              05 FILLER PIC X.
              05 CKPT-HDR-MOVED-CNT PIC 9(8).
              05 FILLER PIC X.
              05 CKPT-BAT-MOVED-CNT PIC 9(8).
      *> Envelope slot each batch belongs to (BAT), so a restart
      *> still files each batch's history under its own envelope.
              05 FILLER PIC X.
              05 CKPT-BAT-FEED PIC 99.
      *> Page-catalog holds and rejected update lines per envelope
      *> (FDE), for the return header.
              05 FILLER PIC X.
              05 CKPT-FDE-PAGE-HOLD-CNT PIC 9(6).
              05 FILLER PIC X.
              05 CKPT-FDE-UPD-REJ-CNT PIC 9(6).
      *> Last DETAIL-OUT line number per envelope (FDE), so the end
      *> of job can still tell whose lines the restart skipped over.
              05 FILLER PIC X.
              05 CKPT-FDE-LAST-DTL-LINE PIC 9(6).
      *> The interrupted run's own run date (HDR), so a restart that
      *> lands after midnight still stamps every record of the night
      *> -- RETNEW's above all, which 5return blocks up by run date --
      *> with one date. Spaces (a checkpoint cut before this existed)
      *> leave the clock's date in place.
              05 FILLER PIC X.
              05 CKPT-HDR-RUN-DATE PIC 9(8).

      *> One fingerprint per successfully reconciled feed, fields
      *> space-separated like the checkpoint records. The hash is the
       FD RULEMSTR.
           COPY RULEMSTR.

      *> Department master layout is COPYed from DEPTMSTR.cpy so
      *> this FD and 5deptmaint.cbl's can't drift apart.
       FD DEPTMSTR.
           COPY DEPTMSTR.

      *> Page catalog layout is COPYed from PAGECAT.cpy.
       FD PAGECAT.
           COPY PAGECAT.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-LINE-RECORD.
              05 WS-LINE-IMAGE PIC X(1000).
                            VALUE ZERO.
       01 WS-USE-PRE-IDX PIC 9(4).
       01 WS-USE-SUC-IDX PIC 9(4).
      *> The matrix is per envelope, not per run: as each envelope
      *> ends (OPEN-NEXT-FEED, and WRITE-RULE-USAGE for the last) its
      *> non-zero cells are moved here, tagged with the envelope, and
      *> the matrix zeroed for the next one. RULEUSE then carries
      *> each envelope's own hits, so backing one envelope out (see
      *> 5backout.cbl) takes exactly its share off the usage counts.
      *> Overflow is a hard stop like every other table here.
       01 WS-USE-HIT-TABLE.
              05 WS-USE-HIT OCCURS 20000 TIMES.
                     10 WS-UH-FEED PIC 99.
                     10 WS-UH-PRE PIC 999.
                     10 WS-UH-SUC PIC 999.
                     10 WS-UH-CNT PIC 9(8).
       78 WS-MAX-USE-HITS VALUE 20000.
       01 WS-USE-HIT-CNT PIC 9(5) VALUE 0.
       01 WS-UH PIC 9(5).
       01 WS-I PIC 999.
       01 WS-J PIC 999.
       01 WS-K PIC 999.
      *> before TOPSORT permutes WS-PAGE-NUM in place, so the detail
      *> listing can still show what the line originally looked like.
       01 WS-ORIG-PAGE-NUM PIC 999 OCCURS 250 TIMES.
      *> Original position of the page now in each WS-PAGE-NUM slot,
      *> permuted right along with it by TOPSORT and by
      *> LEAST-DISTURBANCE-SORT, so COUNT-PAGES-MOVED can measure the
      *> forwarded order against the sender's without caring whether
      *> a page number repeats.
       01 WS-PAGE-POS PIC 999 OCCURS 250 TIMES.
       01 WS-DETAIL-LINE-NUM PIC 9(6) VALUE 0.
       01 WS-PAGE-LIST-TEXT PIC X(1000).
       01 WS-LIST-PTR PIC 9(4).
       01 WS-LINE-VALID PIC A VALUE 'Y'.
       01 WS-REJECT-CNT PIC 9(6) VALUE 0.
      *> Updates held on suspense for an unknown or retired page
      *> (department page action H) instead of being rejected.
       01 WS-PAGE-HOLD-CNT PIC 9(6) VALUE 0.
      *> TOPSORTed updates whose order the rules didn't decide, and
      *> the subset whose middle page (the Part 2 score) they didn't.
       01 WS-UNDEC-CNT PIC 9(6) VALUE 0.
       01 WS-MID-UNDEC-CNT PIC 9(6) VALUE 0.
      *> Pages moved on the update in hand (see DTL-PAGES-MOVED) and
      *> for the run.
       01 WS-PAGES-MOVED PIC 999.
       01 WS-MOVED-CNT PIC 9(8) VALUE 0.
       01 WS-REJECT-REASON-CODE PIC X(7).
       01 WS-REJECT-REASON-TEXT PIC X(40).
      *> The update in hand as its sender's return record gives it
      *> (see WRITE-RETURN-DETAIL): the line exactly as it arrived --
      *> latched before TOPSORT permutes WS-PAGE-NUM over it -- its
      *> outcome and reason, and the order forwarded or, for a
      *> cycle, the rules WRITE-CYCLE-RULE named.
       01 WS-RET-ORIGINAL PIC X(1000).
       01 WS-RET-OUTCOME PIC X.
       01 WS-RET-REASON-CODE PIC X(7).
       01 WS-RET-REASON-TEXT PIC X(40).
       01 WS-RET-RESULT PIC X(1000).
       01 WS-RET-PTR PIC 9(4).
       01 WS-RET-VERDICT PIC X(10).
      *> Relative record number of the last INFILE record read --
      *> checkpointed periodically so a restart can skip straight
      *> back to it.
       01 WS-UNSTRING-NUM PIC 999.
       01 WS-RULEMSTR-STATUS PIC XX.
       01 WS-RULEMSTR-EOF PIC A.
      *> The department master, loaded whole at start of run (restart
      *> included -- it isn't checkpointed). Closed entries load too,
      *> so a refusal can say closed rather than unknown.
       01 WS-DEPTMSTR-STATUS PIC XX.
       01 WS-DEPTMSTR-EOF PIC A VALUE 'N'.
       01 WS-DEPT-MSTR-TABLE.
              05 WS-DEPT-MSTR-ENTRY OCCURS 200 TIMES.
                     10 WS-DM-ID PIC X(8).
                     10 WS-DM-STATUS PIC X.
                     10 WS-DM-CLASS PIC X.
                     10 WS-DM-SOURCE PIC X(8) OCCURS 5 TIMES.
                     10 WS-DM-PAGE-ACTION PIC X.
                     10 WS-DM-CORRECT-MODE PIC X.
       78 WS-MAX-DEPT-MSTR VALUE 200.
       01 WS-DEPT-MSTR-CNT PIC 999 VALUE 0.
       01 WS-DM PIC 999.
       01 WS-DM-SRC PIC 9.
      *> Master entry for the deck the current BCH| opened (zero when
      *> its id isn't on file), for SET-BATCH-CLASS's default class.
       01 WS-CUR-DM PIC 999 VALUE 0.
       01 WS-SOURCE-ALLOWED PIC A.
      *> The page catalog, loaded whole at start of run in key order
      *> (house-wide entries, department SPACES, sort first). Each
      *> BCH| separator folds it into WS-DECK-PAGE-TABLE for its own
      *> department -- see APPLY-PAGE-CATALOG.
       01 WS-PAGECAT-STATUS PIC XX.
       01 WS-PAGECAT-EOF PIC A VALUE 'N'.
       01 WS-PAGE-CAT-TABLE.
              05 WS-PAGE-CAT-ENTRY OCCURS 5000 TIMES.
                     10 WS-PC-DEPT PIC X(8).
                     10 WS-PC-PAGE PIC 999.
                     10 WS-PC-IN-SERVICE PIC 9(8).
                     10 WS-PC-RETIRED PIC 9(8).
                     10 WS-PC-TITLE PIC X(30).
       78 WS-MAX-PAGE-CAT VALUE 5000.
       01 WS-PAGE-CAT-CNT PIC 9(4) VALUE 0.
       01 WS-PC PIC 9(4).
      *> The catalog as the current deck's department sees it,
      *> indexed directly by page number like WS-DEP-CNT: the
      *> house-wide entry with the department's own laid over it.
       01 WS-DECK-PAGE-TABLE.
              05 WS-DECK-PAGE OCCURS 999 TIMES.
                     10 WS-DP-ON-FILE PIC A.
                     10 WS-DP-IN-SERVICE PIC 9(8).
                     10 WS-DP-RETIRED PIC 9(8).
                     10 WS-DP-TITLE PIC X(30).
      *> Date pages are judged as of: the envelope's business date,
      *> or the run date for a feed that didn't carry one.
       01 WS-PAGE-AS-OF PIC 9(8).
       01 WS-PAGE-FAULT PIC A.
       01 WS-FAULT-PAGE PIC 999.
       01 WS-MID PIC 999.
      *> Run date LOAD-RULE-MASTER holds each rule's in-force window
      *> against, so a dated rule keyed in days ahead starts and
      *> stops applying on its own schedule (see RULEMSTR.cpy).
      *> WS-I; WS-CYC-SEEN remembers at which step each page was
      *> visited (0 = not yet).
       01 WS-CYC-LO PIC 999.
      *> Undecided-order bookkeeping for the update in hand. TOPSORT
      *> takes the FIRST page with no remaining prerequisites; any
      *> later page in the slice that also has none could have gone
      *> there instead, and no rule orders the two -- that pair goes
      *> in WS-UNPAIR-TABLE (first WS-MAX-UNPAIRS only; the rest are
      *> counted, so the listing can say pairs were left off).
      *> WS-UNDEC-FLAG ends up 'N', 'O' or 'M' as DTL-UNDECIDED-FLAG
      *> documents.
       01 WS-UNDEC-FLAG PIC X.
       01 WS-UNPAIR-TABLE.
              05 WS-UNPAIR-ENTRY OCCURS 20 TIMES.
                     10 WS-UNPAIR-A PIC 999.
                     10 WS-UNPAIR-B PIC 999.
       78 WS-MAX-UNPAIRS VALUE 20.
       01 WS-UNPAIR-CNT PIC 9(4).
       01 WS-UNPAIR-IDX PIC 9(4).
       01 WS-UP-J PIC 999.
       01 WS-UP-K PIC 999.
       01 WS-UP-FREE PIC A.
      *> Middle-page test. A page can land at position P of some
      *> valid order exactly when fewer than P pages must precede it
      *> and no more than (count - P) must follow it, "must" meaning
      *> through any chain of rules inside the update. WS-REACH is
      *> that chain closure over update positions, built only for an
      *> update already found undecided.
       01 WS-REACH-MATRIX.
              05 WS-REACH-ROW OCCURS 250 TIMES.
                     10 WS-REACH PIC X OCCURS 250 TIMES.
       01 WS-RCH-I PIC 999.
       01 WS-RCH-J PIC 999.
       01 WS-RCH-K PIC 999.
       01 WS-RCH-CNT PIC 999.
       01 WS-RCH-MID PIC 999.
       01 WS-RCH-ABOVE PIC 999.
       01 WS-RCH-BELOW PIC 999.
      *> Least-disturbance correction (see LEAST-DISTURBANCE-SORT),
      *> all indexed by ORIGINAL position. Two pages can both keep
      *> their original relative order unless the later one must,
      *> through WS-REACH, come before the earlier; those "crossed"
      *> pairs form a partial order, and the most pages that can
      *> stay put is its widest antichain -- found, by Konig's
      *> theorem, from a maximum matching of crossed pairs
      *> (WS-LD-MATCH-L/R, augmented by depth-first search off
      *> WS-LD-STACK) and the pages alternating paths reach from the
      *> unmatched side (WS-LD-ZL/ZR, worked off WS-LD-QUEUE).
      *> WS-LD-KEEP marks the pages left in place. WS-LD-SAVE-* is
      *> TOPSORT's order, put back should the re-sort ever find no
      *> page to place.
       01 WS-LD-TABLE.
              05 WS-LD-ENTRY OCCURS 250 TIMES.
                     10 WS-LD-MATCH-L PIC 999.
                     10 WS-LD-MATCH-R PIC 999.
                     10 WS-LD-SEEN PIC A.
                     10 WS-LD-ZL PIC A.
                     10 WS-LD-ZR PIC A.
                     10 WS-LD-KEEP PIC A.
                     10 WS-LD-STACK-L PIC 999.
                     10 WS-LD-STACK-J PIC 999.
                     10 WS-LD-QUEUE PIC 999.
                     10 WS-LD-SAVE-PAGE PIC 999.
                     10 WS-LD-SAVE-POS PIC 999.
       01 WS-LD-U PIC 999.
       01 WS-LD-L PIC 999.
       01 WS-LD-J PIC 999.
       01 WS-LD-DEPTH PIC 999.
       01 WS-LD-Q-HEAD PIC 999.
       01 WS-LD-Q-TAIL PIC 999.
       01 WS-LD-FOUND PIC A.
       01 WS-LD-BEST PIC 999.
       01 WS-LD-OK PIC A.
       01 WS-LD-ELIG PIC A.
      *> Longest run still in original order, for COUNT-PAGES-MOVED:
      *> WS-MV-LEN(I) is the longest such run ending at slot I.
       01 WS-MV-LEN PIC 999 OCCURS 250 TIMES.
       01 WS-MV-BEST PIC 999.
       01 WS-CYC-PATH PIC 999 OCCURS 250 TIMES.
       01 WS-CYC-SEEN-TBL.
              05 WS-CYC-SEEN PIC 999 OCCURS 999 TIMES.
                     10 WS-FD-TOPSORT-CNT PIC 9(6) VALUE ZERO.
                     10 WS-FD-CYCLE-CNT PIC 9(6) VALUE ZERO.
                     10 WS-FD-REJECT-CNT PIC 9(6) VALUE ZERO.
                     10 WS-FD-UNDEC-CNT PIC 9(6) VALUE ZERO.
                     10 WS-FD-MID-UNDEC-CNT PIC 9(6) VALUE ZERO.
      *> Page-catalog holds, and update lines rejected (on format,
      *> department or page catalog), for the envelope's return
      *> header -- see WRITE-RETURN-COUNTS.
                     10 WS-FD-PAGE-HOLD-CNT PIC 9(6) VALUE ZERO.
                     10 WS-FD-UPD-REJ-CNT PIC 9(6) VALUE ZERO.
                     10 WS-FD-HASH PIC 9(10) VALUE ZERO.
                     10 WS-FD-TRL-RULE-CNT PIC 9(6) VALUE ZERO.
                     10 WS-FD-TRL-UPDATE-CNT PIC 9(6) VALUE ZERO.
                     10 WS-FD-TRL-HASH PIC 9(10) VALUE ZERO.
                     10 WS-FD-RECON-OK PIC A VALUE 'N'.
                     10 WS-FD-DUP PIC A VALUE 'N'.
      *> 'N' once the envelope's HDR| named a source system no active
      *> department lists -- the envelope then fails reconciliation
      *> (BAD SRC) whatever its counts say.
                     10 WS-FD-SRC-OK PIC A VALUE 'Y'.
      *> The envelope's last DETAIL-OUT line number (zero while it
      *> has none). Envelopes run in INFILE order and line numbers
      *> only climb, so a line belongs to the first envelope whose
      *> last line number is not below its own -- which is how
      *> WRITE-DETAIL-KEEP sorts the lines out by envelope.
                     10 WS-FD-LAST-DTL-LINE PIC 9(6) VALUE ZERO.
       78 WS-MAX-FEEDS VALUE 10.
       01 WS-FEED-CNT PIC 99 VALUE 1.
       01 WS-CUR-FEED PIC 99 VALUE 1.
       78 WS-MAX-FPRINT-ENTRIES VALUE 400.
       01 WS-FPRINT-CNT PIC 9(4) VALUE 0.
       01 WS-FPRINT-EOF PIC A VALUE 'N'.
       01 WS-DTL-EOF PIC A VALUE 'N'.
       01 WS-DTL-HIGH-LINE PIC 9(6) VALUE 0.
       01 WS-DTL-FEED PIC 99.
       01 WS-F PIC 9(4).
       01 WS-DUP-SUSPECT PIC A VALUE 'N'.
      *> Per-batch accountability: every sum and control-total
                     10 WS-BAT-TOPSORT-CNT PIC 9(6) VALUE ZERO.
                     10 WS-BAT-CYCLE-CNT PIC 9(6) VALUE ZERO.
                     10 WS-BAT-REJECT-CNT PIC 9(6) VALUE ZERO.
      *> 'N' when the deck's BCH| was refused against the department
      *> master; every line of the deck is then rejected (DEPTREJ)
      *> instead of being judged under a department it may not be,
      *> though a well-formed one still counts toward the trailer.
                     10 WS-BAT-DEPT-OK PIC A VALUE 'Y'.
                     10 WS-BAT-PAGE-HOLD-CNT PIC 9(6) VALUE ZERO.
                     10 WS-BAT-UNDEC-CNT PIC 9(6) VALUE ZERO.
                     10 WS-BAT-MID-UNDEC-CNT PIC 9(6) VALUE ZERO.
                     10 WS-BAT-MOVED-CNT PIC 9(8) VALUE ZERO.
      *> Envelope slot (WS-FEED-TABLE) the batch was opened under; a
      *> slot never spans envelopes -- OPEN-NEXT-FEED opens a fresh
      *> one -- so each batch's totals belong to exactly one feed.
                     10 WS-BAT-FEED PIC 99 VALUE 1.
       78 WS-MAX-BATCHES VALUE 50.
      *> Per-class forwarded-update counts for the balancing block:
      *> one slot per priority class, counting CORRECTED records
       01 WS-MAX-SUCCESSORS PIC 999 VALUE 0.
       01 WS-TOTALS-IDX PIC 9(4).

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05'.
       01 WS-OPLOG-START-DATE PIC 9(8).
       01 WS-OPLOG-START-TIME PIC 9(6).
       01 WS-OPLOG-BUS-DATE PIC 9(8).
       01 WS-OPLOG-JOB-NAME PIC X(8) VALUE SPACES.
       01 WS-OPLOG-STEP-NAME PIC X(8) VALUE SPACES.
       01 WS-OPLOG-TIME-RAW.
              05 WS-OPLOG-HHMMSS PIC 9(6).
              05 FILLER PIC 99.
       01 WS-OPLOG-READ-CNT PIC 9(9) VALUE 0.
       01 WS-OPLOG-WRITE-CNT PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM WRITE-OPLOG-START
           OPEN INPUT INFILE.

      *> Run date is used by LOAD-RULE-MASTER's in-force selection and
      *> stamped on suspense records -- accepted here, not inside
      *> LOAD-RULE-MASTER, because a checkpoint restart skips that
      *> paragraph and still suspends cyclic updates. A restart puts
      *> the interrupted run's date back (see APPLY-CHECKPOINT-RECORD).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *> Batch slot 1 opens as *NOBATCH so a feed with no BCH|
      *> verdict is re-derived at reconciliation time, so nothing
      *> here needs checkpointing.
           PERFORM LOAD-FEED-FINGERPRINTS
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-PAGE-CATALOG

           PERFORM LOAD-CHECKPOINT
      *> The deck in hand -- *NOBATCH on a clean start, whatever
      *> slot the checkpoint left open on a restart -- needs its
      *> department entry and page view before the first update.
           PERFORM FIND-CUR-DEPT
           PERFORM APPLY-PAGE-CATALOG
           IF WS-RESTART-REC-NUM > 0
              OPEN EXTEND REPORT-OUT
              OPEN EXTEND DETAIL-OUT
              OPEN EXTEND CORRECTED-RUSH
              OPEN EXTEND CORRECTED-DEFER
              OPEN EXTEND SUSPENSE-OUT
              OPEN EXTEND RETURN-OUT
      *> The checkpoint restored the merged working tables, but the
      *> master-only copies a later BCH| separator resets from have
      *> to be rebuilt off RULEMSTR itself -- counters and working
      *> EXTEND even on a clean start: unlike the per-run outputs,
      *> suspense items survive until the reprocessing job drains
      *> them, and a fresh run must not truncate what's still held.
      *> Return records likewise wait for the return step.
              OPEN EXTEND SUSPENSE-OUT
              OPEN EXTEND RETURN-OUT
              PERFORM LOAD-RULE-MASTER
              PERFORM RESTORE-MASTER-RULES
              ADD WS-MASTER-RULE-CNT TO WS-RULE-CNT
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-REC-NUM
                            PERFORM PROCESS-LINE
                            DIVIDE WS-REC-NUM BY WS-CKPT-INTERVAL
           DISPLAY 'Part 1: ' WS-SUM-DISP.
           MOVE 'PART 1' TO RPT-LABEL.
           MOVE WS-SUM TO RPT-VALUE.
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

           MOVE WS-SUM-2 TO WS-SUM-DISP.
           DISPLAY 'Part 2: ' WS-SUM-DISP.
           MOVE 'PART 2' TO RPT-LABEL.
           MOVE WS-SUM-2 TO RPT-VALUE.
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-BATCH-TOTALS.
           PERFORM WRITE-RUN-HISTORY.
           PERFORM WRITE-DEPT-HISTORY.
           PERFORM WRITE-RULE-USAGE.
           PERFORM WRITE-FEED-FINGERPRINT.

           CLOSE INFILE.
           CLOSE REPORT-OUT.
           CLOSE DETAIL-OUT.
           PERFORM WRITE-DETAIL-KEEP.
           CLOSE REJECT-OUT.
           CLOSE EXCEPTIONS-OUT.
           CLOSE CORRECTED-OUT.
           CLOSE CORRECTED-RUSH.
           CLOSE CORRECTED-DEFER.
           CLOSE SUSPENSE-OUT.
           CLOSE RETURN-OUT.

      *> RC 4 (warning range) flags a run that completed but had to
      *> skip one or more cyclic updates, so operations can tell that
              END-IF
           END-IF

      *> The operations log carries the business date the run worked
      *> under -- the first HDR| envelope's, where there was one;
      *> walking the feeds backwards leaves the earliest one standing.
           PERFORM VARYING WS-FD-IDX FROM WS-FEED-CNT BY -1
                   UNTIL WS-FD-IDX < 1
              IF WS-FD-BUS-DATE(WS-FD-IDX) > 0
                 MOVE WS-FD-BUS-DATE(WS-FD-IDX) TO WS-OPLOG-BUS-DATE
              END-IF
           END-PERFORM
           PERFORM WRITE-OPLOG-END
           STOP RUN.

       PROCESS-LINE.
                 DISPLAY 'More than ' WS-MAX-BATCHES
                    ' batches on INFILE; raise WS-MAX-BATCHES'
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-OPLOG-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-BATCH-CNT
              MOVE WS-BATCH-CNT TO WS-CUR-BATCH
              MOVE WS-BCH-DEPT TO WS-BAT-ID(WS-CUR-BATCH)
              MOVE WS-CUR-FEED TO WS-BAT-FEED(WS-CUR-BATCH)
           END-IF
           PERFORM CHECK-BATCH-DEPT
           PERFORM APPLY-PAGE-CATALOG
           PERFORM SET-BATCH-CLASS
           MOVE 'Y' TO WS-PROCESSING-DEPS
           PERFORM RESTORE-MASTER-RULES
           IF WS-BAT-DEPT-OK(WS-CUR-BATCH) = 'Y'
              PERFORM APPLY-DEPT-RULES
           END-IF.

      *> The separator's department has to be on the department
      *> master, active, and -- when the envelope named its sender on
      *> a HDR| -- list that source among the systems allowed to send
      *> for it. A refused separator still opens its own batch slot
      *> under the id as keyed, so the report shows the bad id with
      *> its rejected lines against it rather than misfiling them
      *> into the previous department's section.
       CHECK-BATCH-DEPT.
           PERFORM FIND-CUR-DEPT

           MOVE 'Y' TO WS-SOURCE-ALLOWED
           IF WS-CUR-DM > 0 AND WS-FD-SOURCE(WS-CUR-FEED) NOT = SPACES
              MOVE 'N' TO WS-SOURCE-ALLOWED
              PERFORM VARYING WS-DM-SRC FROM 1 BY 1 UNTIL WS-DM-SRC > 5
                 IF WS-DM-SOURCE(WS-CUR-DM, WS-DM-SRC)
                    = WS-FD-SOURCE(WS-CUR-FEED)
                    MOVE 'Y' TO WS-SOURCE-ALLOWED
                 END-IF
              END-PERFORM
           END-IF

           MOVE 'N' TO WS-BAT-DEPT-OK(WS-CUR-BATCH)
           EVALUATE TRUE
              WHEN WS-CUR-DM = 0
                 MOVE 'UNKDEPT' TO WS-REJECT-REASON-CODE
                 MOVE 'Department not on department master'
                    TO WS-REJECT-REASON-TEXT
                 PERFORM REJECT-LINE
              WHEN WS-DM-STATUS(WS-CUR-DM) NOT = 'A'
                 MOVE 'CLSDEPT' TO WS-REJECT-REASON-CODE
                 MOVE 'Department closed on department master'
                    TO WS-REJECT-REASON-TEXT
                 PERFORM REJECT-LINE
              WHEN WS-SOURCE-ALLOWED = 'N'
                 MOVE 'BADSRC' TO WS-REJECT-REASON-CODE
                 MOVE 'HDR source not allowed for department'
                    TO WS-REJECT-REASON-TEXT
                 PERFORM REJECT-LINE
              WHEN OTHER
                 MOVE 'Y' TO WS-BAT-DEPT-OK(WS-CUR-BATCH)
           END-EVALUATE.

      *> Point WS-CUR-DM at the department master entry for the
      *> current batch slot's id (zero when it isn't on file).
       FIND-CUR-DEPT.
           MOVE 0 TO WS-CUR-DM
           PERFORM VARYING WS-DM FROM 1 BY 1
                   UNTIL WS-DM > WS-DEPT-MSTR-CNT
              IF WS-DM-ID(WS-DM) = WS-BAT-ID(WS-CUR-BATCH)
                 MOVE WS-DM TO WS-CUR-DM
              END-IF
           END-PERFORM.

      *> Rebuild WS-DECK-PAGE-TABLE for the current deck: every
      *> house-wide catalog entry, then the deck department's own
      *> entries over them. The catalog loaded in key order, so one
      *> pass does both -- house-wide keys sort first.
       APPLY-PAGE-CATALOG.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 998
              MOVE 'N' TO WS-DP-ON-FILE(WS-I)
              MOVE ZERO TO WS-DP-IN-SERVICE(WS-I)
              MOVE ZERO TO WS-DP-RETIRED(WS-I)
              MOVE SPACES TO WS-DP-TITLE(WS-I)
           END-PERFORM
           MOVE 'N' TO WS-DP-ON-FILE(999)
           MOVE ZERO TO WS-DP-IN-SERVICE(999)
           MOVE ZERO TO WS-DP-RETIRED(999)
           MOVE SPACES TO WS-DP-TITLE(999)
           PERFORM VARYING WS-PC FROM 1 BY 1
                   UNTIL WS-PC > WS-PAGE-CAT-CNT
              IF WS-PC-DEPT(WS-PC) = SPACES
                 OR WS-PC-DEPT(WS-PC) = WS-BAT-ID(WS-CUR-BATCH)
                 MOVE 'Y' TO WS-DP-ON-FILE(WS-PC-PAGE(WS-PC))
                 MOVE WS-PC-IN-SERVICE(WS-PC)
                    TO WS-DP-IN-SERVICE(WS-PC-PAGE(WS-PC))
                 MOVE WS-PC-RETIRED(WS-PC)
                    TO WS-DP-RETIRED(WS-PC-PAGE(WS-PC))
                 MOVE WS-PC-TITLE(WS-PC)
                    TO WS-DP-TITLE(WS-PC-PAGE(WS-PC))
              END-IF
           END-PERFORM.

      *> Latch the deck's priority class off the separator. No class
      *> fields at all (a separator cut before classes existed, or a
      *> department that doesn't care) takes the department's
      *> default class off the department master -- the standard
      *> class 2 when the department isn't on file or its default
      *> isn't a real class. A present-but-garbled class is logged to
      *> REJECT-OUT and then ALSO takes that default, because refusing
      *> the separator outright would misfile the whole deck behind
      *> it -- a wrong priority is recoverable at the print shop, a
      *> wrong department is not.
       SET-BATCH-CLASS.
           MOVE '2' TO WS-BAT-CLASS(WS-CUR-BATCH)
           IF WS-CUR-DM > 0
              IF WS-DM-CLASS(WS-CUR-DM) = '1'
                 OR WS-DM-CLASS(WS-CUR-DM) = '2'
                 OR WS-DM-CLASS(WS-CUR-DM) = '3'
                 MOVE WS-DM-CLASS(WS-CUR-DM)
                    TO WS-BAT-CLASS(WS-CUR-BATCH)
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-BCH-CLS-DELIM = '|'
                   AND (WS-BCH-CLASS = '1' OR WS-BCH-CLASS = '2'
                     OR WS-BCH-CLASS = '3')
                 MOVE WS-BCH-CLASS TO WS-BAT-CLASS(WS-CUR-BATCH)
              WHEN WS-BCH-CLS-DELIM = SPACE AND WS-BCH-CLASS = SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE 'BADCLS' TO WS-REJECT-REASON-CODE
                 MOVE 'Batch priority class not 1, 2 or 3'
                    TO WS-REJECT-REASON-TEXT
              MOVE ZERO TO WS-FD-BUS-DATE(WS-CUR-FEED)
           END-IF

      *> The sender has to be a source system at least one active
      *> department lists. An unknown sender's HDR| is refused on
      *> REJOUT and its envelope fails reconciliation as BAD SRC --
      *> its decks still run (each BCH| is checked on its own), but
      *> nothing from it reaches RUNHIST or the fingerprint file, and
      *> distribution is held exactly as for a count mismatch.
           MOVE 'N' TO WS-SOURCE-ALLOWED
           PERFORM VARYING WS-DM FROM 1 BY 1
                   UNTIL WS-DM > WS-DEPT-MSTR-CNT
              IF WS-DM-STATUS(WS-DM) = 'A'
                 PERFORM VARYING WS-DM-SRC FROM 1 BY 1
                         UNTIL WS-DM-SRC > 5
                    IF WS-DM-SOURCE(WS-DM, WS-DM-SRC)
                       = WS-FD-SOURCE(WS-CUR-FEED)
                       AND WS-FD-SOURCE(WS-CUR-FEED) NOT = SPACES
                       MOVE 'Y' TO WS-SOURCE-ALLOWED
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF WS-SOURCE-ALLOWED = 'Y'
              MOVE 'Y' TO WS-FD-SRC-OK(WS-CUR-FEED)
           ELSE
              MOVE 'N' TO WS-FD-SRC-OK(WS-CUR-FEED)
              MOVE 'UNKSRC' TO WS-REJECT-REASON-CODE
              MOVE 'HDR source not listed by active dept'
                 TO WS-REJECT-REASON-TEXT
              PERFORM REJECT-LINE
           END-IF

      *> A source/date pair already fingerprinted means this envelope
      *> was (almost certainly) processed on a prior run -- flag the
      *> suspect now so the job log says so while the run is still
              DISPLAY 'More than ' WS-MAX-FEEDS
                 ' feed envelopes on INFILE; raise WS-MAX-FEEDS'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           PERFORM STASH-RULE-USAGE
           ADD 1 TO WS-FEED-CNT
           MOVE WS-FEED-CNT TO WS-CUR-FEED
           ADD WS-MASTER-RULE-CNT TO WS-FD-RULE-CNT(WS-CUR-FEED)
              DISPLAY 'More than ' WS-MAX-BATCHES
                 ' batches on INFILE; raise WS-MAX-BATCHES'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-CNT
           MOVE WS-BATCH-CNT TO WS-CUR-BATCH
           MOVE '*NOBATCH' TO WS-BAT-ID(WS-CUR-BATCH)
           MOVE '2' TO WS-BAT-CLASS(WS-CUR-BATCH)
           MOVE WS-CUR-FEED TO WS-BAT-FEED(WS-CUR-BATCH)
      *> ...and its own department entry and page view, or the
      *> previous envelope's last deck would judge its lines.
           PERFORM FIND-CUR-DEPT
           PERFORM APPLY-PAGE-CATALOG.

      *> Latch the sender's control totals off the TRL record. A
      *> trailer whose count or hash fields don't parse is rejected
                 MOVE 'ZERNUM' TO WS-REJECT-REASON-CODE
                 MOVE 'Rule page number is zero'
                    TO WS-REJECT-REASON-TEXT
      *> A well-formed rule in a refused deck (see the same test in
      *> PROCESS-UPDATE-RECORD) still counts toward the trailer.
              WHEN WS-BAT-DEPT-OK(WS-CUR-BATCH) = 'N'
                 MOVE 'N' TO WS-LINE-VALID
                 ADD 1 TO WS-FD-INFILE-RULE-CNT(WS-CUR-FEED)
                 MOVE 'DEPTREJ' TO WS-REJECT-REASON-CODE
                 MOVE 'Line belongs to a refused BCH| deck'
                    TO WS-REJECT-REASON-TEXT
              WHEN WS-DEP-CNT(WS-PRE) NOT LESS THAN
                   WS-MAX-SUCCESSOR-SLOTS
                 MOVE 'N' TO WS-LINE-VALID
      *> well-formed page numbers, no longer than WS-MAX-PAGE-SLOTS --
      *> before running it through the correctness check.
       PROCESS-UPDATE-RECORD.
           MOVE WS-LINE-IMAGE TO WS-RET-ORIGINAL
           MOVE 'Y' TO WS-LINE-VALID
      *> WS-N > WS-MAX-PAGE-SLOTS has to be tested ahead of
      *> WS-PAGE-NUM(WS-N) IS ZERO, not after it -- otherwise a line

           IF WS-LINE-VALID = 'N'
              PERFORM REJECT-LINE
              PERFORM RETURN-REJECTED-UPDATE
              EXIT PARAGRAPH
           END-IF


           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
              MOVE WS-PAGE-NUM(WS-I) TO WS-ORIG-PAGE-NUM(WS-I)
              MOVE WS-I TO WS-PAGE-POS(WS-I)
      *> Hash the pages as transmitted, before TOPSORT can permute
      *> them -- the sender hashed the file it sent, not our output.
              ADD WS-PAGE-NUM(WS-I) TO WS-FD-HASH(WS-CUR-FEED)
           END-PERFORM

      *> A deck whose separator was refused is rejected line by line:
      *> judging it under the master-only rules would forward pages
      *> in an order its real department may forbid. Counted and
      *> hashed above all the same, like a page fault below, so one
      *> mistyped BCH| doesn't fail the whole envelope's trailer.
           IF WS-BAT-DEPT-OK(WS-CUR-BATCH) = 'N'
              MOVE 'DEPTREJ' TO WS-REJECT-REASON-CODE
              MOVE 'Line belongs to a refused BCH| deck'
                 TO WS-REJECT-REASON-TEXT
              PERFORM REJECT-LINE
              PERFORM RETURN-REJECTED-UPDATE
              EXIT PARAGRAPH
           END-IF

      *> Every page has to be on the catalog and in service for the
      *> deck's department. The update was still counted and hashed
      *> above -- the sender did send it, and the envelope has to
      *> balance -- but it goes no further: rejected to REJOUT, or,
      *> for a department whose page action is H, held on suspense
      *> until the catalog (or a resend) puts it right.
           PERFORM CHECK-UPDATE-PAGES
           IF WS-PAGE-FAULT = 'Y'
              IF WS-CUR-DM > 0
                 AND WS-DM-PAGE-ACTION(WS-CUR-DM) = 'H'
                 PERFORM HOLD-PAGE-FAULT
              ELSE
                 PERFORM REJECT-LINE
                 PERFORM RETURN-REJECTED-UPDATE
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-CORRECT

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
           END-PERFORM

           MOVE WS-CORRECT TO WS-UPDATE-CORRECT
           MOVE 'N' TO WS-UNDEC-FLAG
           MOVE ZERO TO WS-PAGES-MOVED

           IF WS-UPDATE-CORRECT = 'Y'
              ADD 1 TO WS-CORRECT-CNT
              ADD WS-PAGE-NUM(WS-I) TO WS-BAT-SUM(WS-CUR-BATCH)
              PERFORM WRITE-DETAIL-RECORD
              PERFORM WRITE-CORRECTED-RECORD
              PERFORM RETURN-ACCEPTED-UPDATE
           ELSE
              ADD 1 TO WS-TOPSORT-CNT
              ADD 1 TO WS-FD-TOPSORT-CNT(WS-CUR-FEED)
              IF WS-CYCLE-FOUND = 'Y'
                 PERFORM WRITE-EXCEPTION-RECORD
              ELSE
      *> TOPSORT has proved the rules acyclic here and done the
      *> undecided-order bookkeeping, which is a property of the
      *> rules and not of the order chosen; a department on
      *> least-disturbance correction just gets a different, equally
      *> valid order forwarded -- and scored -- in its place.
                 IF WS-CUR-DM > 0
                    AND WS-DM-CORRECT-MODE(WS-CUR-DM) = 'L'
                    PERFORM LEAST-DISTURBANCE-SORT
                 END-IF
                 PERFORM COUNT-PAGES-MOVED
                 COMPUTE WS-I = WS-N / 2
                 ADD WS-PAGE-NUM(WS-I) TO WS-SUM-2
                 ADD WS-PAGE-NUM(WS-I) TO WS-FD-SUM-2(WS-CUR-FEED)
                 ADD WS-PAGE-NUM(WS-I) TO WS-BAT-SUM-2(WS-CUR-BATCH)
                 IF WS-UNDEC-FLAG NOT = 'N'
                    PERFORM CHECK-MIDDLE-UNDECIDED
                 END-IF
                 PERFORM WRITE-DETAIL-RECORD
                 IF WS-UNDEC-FLAG NOT = 'N'
                    PERFORM WRITE-UNDECIDED-RECORD
                 END-IF
                 PERFORM WRITE-CORRECTED-RECORD
                 PERFORM RETURN-CORRECTED-UPDATE
              END-IF
           END-IF.

      *> Judge every page of the update against the deck's view of
      *> the catalog as of the envelope's business date. The first
      *> page at fault names the reason: UNKPAGE for a page not on
      *> file or not yet in service, RETPAGE for one whose retired
      *> date has come.
       CHECK-UPDATE-PAGES.
           MOVE 'N' TO WS-PAGE-FAULT
           IF WS-FD-BUS-DATE(WS-CUR-FEED) > 0
              MOVE WS-FD-BUS-DATE(WS-CUR-FEED) TO WS-PAGE-AS-OF
           ELSE
              MOVE WS-RUN-DATE TO WS-PAGE-AS-OF
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I = WS-N OR WS-PAGE-FAULT = 'Y'
              MOVE WS-PAGE-NUM(WS-I) TO WS-FAULT-PAGE
              EVALUATE TRUE
                 WHEN WS-DP-ON-FILE(WS-FAULT-PAGE) = 'N'
                    MOVE 'Y' TO WS-PAGE-FAULT
                    MOVE 'UNKPAGE' TO WS-REJECT-REASON-CODE
                    MOVE SPACES TO WS-REJECT-REASON-TEXT
                    STRING 'Page ' DELIMITED BY SIZE
                           WS-FAULT-PAGE DELIMITED BY SIZE
                           ' not on page catalog' DELIMITED BY SIZE
                           INTO WS-REJECT-REASON-TEXT
                 WHEN WS-DP-IN-SERVICE(WS-FAULT-PAGE) > WS-PAGE-AS-OF
                    MOVE 'Y' TO WS-PAGE-FAULT
                    MOVE 'UNKPAGE' TO WS-REJECT-REASON-CODE
                    MOVE SPACES TO WS-REJECT-REASON-TEXT
                    STRING 'Page ' DELIMITED BY SIZE
                           WS-FAULT-PAGE DELIMITED BY SIZE
                           ' not yet in service' DELIMITED BY SIZE
                           INTO WS-REJECT-REASON-TEXT
                 WHEN WS-DP-RETIRED(WS-FAULT-PAGE) > 0
                      AND WS-DP-RETIRED(WS-FAULT-PAGE)
                          NOT > WS-PAGE-AS-OF
                    MOVE 'Y' TO WS-PAGE-FAULT
                    MOVE 'RETPAGE' TO WS-REJECT-REASON-CODE
                    MOVE SPACES TO WS-REJECT-REASON-TEXT
                    STRING 'Page ' DELIMITED BY SIZE
                           WS-FAULT-PAGE DELIMITED BY SIZE
                           ' retired on page catalog'
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON-TEXT
              END-EVALUATE
           END-PERFORM.

      *> Hold an update CHECK-UPDATE-PAGES faulted: one line on
      *> EXCEPTIONS-OUT with the page reason, and the update onto
      *> the suspense file tagged with that reason, so the
      *> reprocessor re-checks the catalog before it ever considers
      *> the item's order.
       HOLD-PAGE-FAULT.
           ADD 1 TO WS-PAGE-HOLD-CNT
           ADD 1 TO WS-BAT-PAGE-HOLD-CNT(WS-CUR-BATCH)
           ADD 1 TO WS-FD-PAGE-HOLD-CNT(WS-CUR-FEED)
           MOVE SPACES TO EXCEPTION-RECORD
           ADD 1 TO WS-DETAIL-LINE-NUM
           MOVE WS-DETAIL-LINE-NUM TO EXC-LINE-NUM
           MOVE WS-REJECT-REASON-CODE TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO EXC-REASON-TEXT

           MOVE SPACES TO WS-PAGE-LIST-TEXT
           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
              STRING WS-ORIG-PAGE-NUM(WS-I) DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     INTO WS-PAGE-LIST-TEXT
                     WITH POINTER WS-LIST-PTR
              END-STRING
           END-PERFORM
           IF WS-LIST-PTR > 1
              SUBTRACT 1 FROM WS-LIST-PTR
              MOVE SPACE TO WS-PAGE-LIST-TEXT(WS-LIST-PTR:1)
           END-IF
           MOVE WS-PAGE-LIST-TEXT TO EXC-ORIGINAL
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE SPACES TO SUSP-RECORD
           MOVE WS-RUN-DATE TO SUSP-FIRST-HELD
           MOVE ZERO TO SUSP-DAYS-HELD
           MOVE WS-BAT-ID(WS-CUR-BATCH) TO SUSP-DEPT
           MOVE WS-PAGE-LIST-TEXT TO SUSP-PAGE-LIST
           MOVE WS-REJECT-REASON-CODE TO SUSP-HOLD-CODE
           MOVE WS-FD-SOURCE(WS-CUR-FEED) TO SUSP-SOURCE
           MOVE WS-FD-BUS-DATE(WS-CUR-FEED) TO SUSP-BUS-DATE
           WRITE SUSP-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           PERFORM RETURN-HELD-UPDATE.

      *> Build the DTL-ORIGINAL/DTL-CORRECTED text for the detail
      *> listing and write one DETAIL-RECORD for this update.
       WRITE-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-LINE-NUM
           MOVE WS-DETAIL-LINE-NUM TO DTL-LINE-NUM
           MOVE WS-UPDATE-CORRECT TO DTL-CORRECT-FLAG
           MOVE WS-BAT-ID(WS-CUR-BATCH) TO DTL-DEPT

           MOVE SPACES TO WS-PAGE-LIST-TEXT
           MOVE 1 TO WS-LIST-PTR
              MOVE WS-PAGE-LIST-TEXT TO DTL-CORRECTED
           END-IF

           COMPUTE WS-MID = WS-N / 2
           MOVE WS-PAGE-NUM(WS-MID) TO DTL-MID-PAGE
           MOVE WS-DP-TITLE(WS-PAGE-NUM(WS-MID)) TO DTL-MID-TITLE
           MOVE WS-UNDEC-FLAG TO DTL-UNDECIDED-FLAG
           MOVE WS-PAGES-MOVED TO DTL-PAGES-MOVED
           MOVE WS-FD-SOURCE(WS-CUR-FEED) TO DTL-SOURCE
           MOVE WS-FD-BUS-DATE(WS-CUR-FEED) TO DTL-BUS-DATE
           MOVE WS-RUN-DATE TO DTL-RUN-DATE

           WRITE DETAIL-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE WS-DETAIL-LINE-NUM TO WS-FD-LAST-DTL-LINE(WS-CUR-FEED).

      *> Forward this update to CORRECTED-OUT in its usable order.
      *> Both callers arrive with WS-PAGE-NUM(1..WS-N - 1) already the
                 MOVE SPACES TO CORRECTED-RUSH-RECORD
                 MOVE WS-PAGE-LIST-TEXT TO COR-RUSH-PAGE-LIST
                 WRITE CORRECTED-RUSH-RECORD
                 ADD 1 TO WS-OPLOG-WRITE-CNT
              WHEN '3'
                 ADD 1 TO WS-CLASS-FWD-CNT(3)
                 MOVE SPACES TO CORRECTED-DEFER-RECORD
                 MOVE WS-PAGE-LIST-TEXT TO COR-DEFER-PAGE-LIST
                 WRITE CORRECTED-DEFER-RECORD
                 ADD 1 TO WS-OPLOG-WRITE-CNT
              WHEN OTHER
                 ADD 1 TO WS-CLASS-FWD-CNT(2)
                 MOVE SPACES TO CORRECTED-RECORD
                 MOVE WS-PAGE-LIST-TEXT TO COR-PAGE-LIST
                 WRITE CORRECTED-RECORD
                 ADD 1 TO WS-OPLOG-WRITE-CNT
           END-EVALUATE.

      *> Write the current WS-LINE-IMAGE and reason code/text to
           MOVE WS-REJECT-REASON-CODE TO REJ-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO REJ-REASON-TEXT
           MOVE WS-LINE-IMAGE TO REJ-LINE-IMAGE
           WRITE REJECT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> One return record per update line, cut at the point its
      *> fate is settled. Each entry below sets the outcome and
      *> reason and lets WRITE-RETURN-DETAIL build the record.
       RETURN-ACCEPTED-UPDATE.
           MOVE 'A' TO WS-RET-OUTCOME
           MOVE SPACES TO WS-RET-REASON-CODE
           MOVE SPACES TO WS-RET-REASON-TEXT
           MOVE SPACES TO WS-RET-RESULT
           PERFORM WRITE-RETURN-DETAIL.

      *> WRITE-CORRECTED-RECORD has just left the forwarded order in
      *> WS-PAGE-LIST-TEXT, trailing comma blanked.
       RETURN-CORRECTED-UPDATE.
           MOVE 'C' TO WS-RET-OUTCOME
           MOVE SPACES TO WS-RET-REASON-CODE
           MOVE SPACES TO WS-RET-REASON-TEXT
           MOVE WS-PAGE-LIST-TEXT TO WS-RET-RESULT
           PERFORM WRITE-RETURN-DETAIL.

      *> Any update line REJECT-LINE refused -- bad page number,
      *> refused deck, page catalog -- counted per envelope for the
      *> return header whether or not the envelope has a sender.
       RETURN-REJECTED-UPDATE.
           ADD 1 TO WS-FD-UPD-REJ-CNT(WS-CUR-FEED)
           MOVE 'R' TO WS-RET-OUTCOME
           MOVE WS-REJECT-REASON-CODE TO WS-RET-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO WS-RET-REASON-TEXT
           MOVE SPACES TO WS-RET-RESULT
           PERFORM WRITE-RETURN-DETAIL.

       RETURN-HELD-UPDATE.
           MOVE 'S' TO WS-RET-OUTCOME
           MOVE WS-REJECT-REASON-CODE TO WS-RET-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO WS-RET-REASON-TEXT
           MOVE SPACES TO WS-RET-RESULT
           PERFORM WRITE-RETURN-DETAIL.

      *> WS-RET-RESULT holds the rules DIAGNOSE-CYCLE named, each
      *> followed by a comma; the last one is blanked. A ring too
      *> long for the field simply stops where it fills.
       RETURN-CYCLE-UPDATE.
           IF WS-RET-PTR > 1 AND WS-RET-PTR NOT > 1001
              SUBTRACT 1 FROM WS-RET-PTR
              IF WS-RET-RESULT(WS-RET-PTR:1) = ','
                 MOVE SPACE TO WS-RET-RESULT(WS-RET-PTR:1)
              END-IF
           END-IF
           MOVE 'S' TO WS-RET-OUTCOME
           MOVE 'CYCLE' TO WS-RET-REASON-CODE
           MOVE 'Update ordering rules form a cycle'
              TO WS-RET-REASON-TEXT
           PERFORM WRITE-RETURN-DETAIL.

      *> Build and write the return record for the update in hand.
      *> A feed with no HDR| has no sender to return it to. The
      *> first-held date on a suspended update is tonight's -- the
      *> same date its suspense item carries -- so later follow-ups
      *> from the suspense jobs tie back to it.
       WRITE-RETURN-DETAIL.
           IF WS-FD-SOURCE(WS-CUR-FEED) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RET-RECORD
           MOVE 'D' TO RET-REC-TYPE
           MOVE WS-FD-SOURCE(WS-CUR-FEED) TO RET-SOURCE
           MOVE WS-FD-BUS-DATE(WS-CUR-FEED) TO RET-BUS-DATE
           MOVE WS-RUN-DATE TO RET-RUN-DATE
           MOVE 'N' TO RET-BLOCK-KIND
           MOVE WS-REC-NUM TO RET-LINE-NUM
           MOVE WS-BAT-ID(WS-CUR-BATCH) TO RET-DEPT
           MOVE WS-RET-OUTCOME TO RET-OUTCOME
           MOVE WS-RET-REASON-CODE TO RET-REASON-CODE
           MOVE WS-RET-REASON-TEXT TO RET-REASON-TEXT
           IF WS-RET-OUTCOME = 'S'
              MOVE WS-RUN-DATE TO RET-FIRST-HELD
           ELSE
              MOVE ZERO TO RET-FIRST-HELD
           END-IF
           MOVE WS-RET-ORIGINAL TO RET-ORIGINAL
           MOVE WS-RET-RESULT TO RET-RESULT
           WRITE RET-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Log an update record whose rules form a cycle -- WS-CYCLE-
      *> FOUND came back 'Y' from TOPSORT -- to EXCEPTIONS-OUT using
           MOVE WS-PAGE-LIST-TEXT TO EXC-ORIGINAL

           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

      *> Suspend the update as well: original sequence in INFILE's
      *> comma-separated format (trailing comma trimmed, as on
      *> the item under the same department scope that held it.
           MOVE WS-BAT-ID(WS-CUR-BATCH) TO SUSP-DEPT
           MOVE WS-PAGE-LIST-TEXT TO SUSP-PAGE-LIST
           MOVE WS-FD-SOURCE(WS-CUR-FEED) TO SUSP-SOURCE
           MOVE WS-FD-BUS-DATE(WS-CUR-FEED) TO SUSP-BUS-DATE
           WRITE SUSP-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

      *> Name the rules that form the cycle, right under the CYCLE
      *> line they explain -- the fix list, not just the symptom.
           MOVE SPACES TO WS-RET-RESULT
           MOVE 1 TO WS-RET-PTR
           PERFORM DIAGNOSE-CYCLE
           PERFORM RETURN-CYCLE-UPDATE.

      *> Walk predecessors inside the stuck slice WS-PAGE-NUM(
      *> WS-CYC-LO..WS-N - 1): every page there has at least one
      *> the department's scoped set, or the deck's own inline block
      *> -- so the owner knows which maintenance path fixes it.
       DIAGNOSE-CYCLE.
      *> Cleared as a group: WS-CYC-K is PIC 999, so a loop
      *> counting it up past 999 wraps to zero and never ends.
           MOVE ZEROS TO WS-CYC-SEEN-TBL

           MOVE WS-PAGE-NUM(WS-CYC-LO) TO WS-CYC-CUR
           MOVE 1 TO WS-CYC-LEN
                  '|' DELIMITED BY SIZE
                  WS-CYC-RULE-SUC DELIMITED BY SIZE
                  INTO EXC-ORIGINAL
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

      *> The same rule, tagged the same way, onto the list the
      *> sender's return record carries (see RETURN-CYCLE-UPDATE).
           STRING WS-CYC-RULE-PRE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-CYC-RULE-SUC DELIMITED BY SIZE
                  '(' DELIMITED BY SIZE
                  WS-CYC-SOURCE DELIMITED BY SPACE
                  '),' DELIMITED BY SIZE
                  INTO WS-RET-RESULT
                  WITH POINTER WS-RET-PTR
           END-STRING.

      *> Balancing block appended to REPORT-OUT after Part 1/Part 2,
      *> so a run can be audited without re-deriving these numbers
           MOVE 'RULE COUNT' TO RPT-LABEL
           MOVE WS-RULE-CNT TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'UPDATE COUNT' TO RPT-LABEL
           MOVE WS-UPDATE-CNT TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'CORRECT COUNT' TO RPT-LABEL
           MOVE WS-CORRECT-CNT TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'TOPSORT COUNT' TO RPT-LABEL
           MOVE WS-TOPSORT-CNT TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'CYCLES SKIPPED' TO RPT-LABEL
           MOVE WS-CYCLE-CNT TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

      *> Run-level reject count -- the batch sections always carried
      *> theirs, but the formatted report's summary page and ops
           MOVE 'REJECT COUNT' TO RPT-LABEL
           MOVE WS-REJECT-CNT TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'PAGE HOLDS' TO RPT-LABEL
           MOVE WS-PAGE-HOLD-CNT TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'ORDER UNDECIDED' TO RPT-LABEL
           MOVE WS-UNDEC-CNT TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'MIDDLE UNDECIDED' TO RPT-LABEL
           MOVE WS-MID-UNDEC-CNT TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'PAGES MOVED' TO RPT-LABEL
           MOVE WS-MOVED-CNT TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'MAX SUCCESSORS' TO RPT-LABEL
           MOVE WS-MAX-SUCCESSORS TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

      *> Forwarded updates per priority class -- one line per class,
      *> every class shown even at zero, so the print shop's received
           MOVE 'CLASS 1 FWD' TO RPT-LABEL
           MOVE WS-CLASS-FWD-CNT(1) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'CLASS 2 FWD' TO RPT-LABEL
           MOVE WS-CLASS-FWD-CNT(2) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'CLASS 3 FWD' TO RPT-LABEL
           MOVE WS-CLASS-FWD-CNT(3) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           PERFORM RECONCILE-FEEDS.

           MOVE 'FEED SOURCE' TO RPT-TXT-LABEL
           MOVE WS-FD-SOURCE(WS-FD-IDX) TO RPT-TXT-VALUE
           WRITE REPORT-TEXT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'FEED BUS DATE' TO RPT-LABEL
           MOVE WS-FD-BUS-DATE(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'FEED PART 1' TO RPT-LABEL
           MOVE WS-FD-SUM(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'FEED PART 2' TO RPT-LABEL
           MOVE WS-FD-SUM-2(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'TRL RULE CNT' TO RPT-LABEL
           MOVE WS-FD-TRL-RULE-CNT(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'ACT RULE CNT' TO RPT-LABEL
           MOVE WS-FD-INFILE-RULE-CNT(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'TRL UPDATE CNT' TO RPT-LABEL
           MOVE WS-FD-TRL-UPDATE-CNT(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'ACT UPDATE CNT' TO RPT-LABEL
           MOVE WS-FD-UPDATE-CNT(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'TRL HASH' TO RPT-LABEL
           MOVE WS-FD-TRL-HASH(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'ACT HASH' TO RPT-LABEL
           MOVE WS-FD-HASH(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

      *> What became of the envelope's update lines -- the figures
      *> the sender's return header carries and its trailer has to
      *> balance back to (see 5return.cbl).
           MOVE 'FEED CORRECT' TO RPT-LABEL
           MOVE WS-FD-CORRECT-CNT(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'FEED TOPSORT' TO RPT-LABEL
           MOVE WS-FD-TOPSORT-CNT(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'FEED CYCLES' TO RPT-LABEL
           MOVE WS-FD-CYCLE-CNT(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'FEED PAGE HOLDS' TO RPT-LABEL
           MOVE WS-FD-PAGE-HOLD-CNT(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'FEED UPD REJECTS' TO RPT-LABEL
           MOVE WS-FD-UPD-REJ-CNT(WS-FD-IDX) TO RPT-VALUE
           WRITE REPORT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'Y' TO WS-FD-RECON-OK(WS-FD-IDX)
           IF WS-FD-HDR-SEEN(WS-FD-IDX) = 'N'
              OR WS-FD-TRL-SEEN(WS-FD-IDX) = 'N'
              MOVE 'N' TO WS-FD-RECON-OK(WS-FD-IDX)
           END-IF
           IF WS-FD-SRC-OK(WS-FD-IDX) = 'N'
              MOVE 'N' TO WS-FD-RECON-OK(WS-FD-IDX)
           END-IF
           IF WS-FD-TRL-SEEN(WS-FD-IDX) = 'Y'
              AND (WS-FD-TRL-RULE-CNT(WS-FD-IDX)
                   NOT = WS-FD-INFILE-RULE-CNT(WS-FD-IDX)
                 MOVE 'NO HDR' TO RPT-TXT-VALUE
              WHEN WS-FD-TRL-SEEN(WS-FD-IDX) = 'N'
                 MOVE 'NO TRL' TO RPT-TXT-VALUE
              WHEN WS-FD-SRC-OK(WS-FD-IDX) = 'N'
                 MOVE 'BAD SRC' TO RPT-TXT-VALUE
              WHEN WS-FD-RECON-OK(WS-FD-IDX) = 'Y'
                 MOVE 'OK' TO RPT-TXT-VALUE
              WHEN OTHER
                 MOVE 'MISMATCH' TO RPT-TXT-VALUE
           END-EVALUATE
           MOVE RPT-TXT-VALUE TO WS-RET-VERDICT
           WRITE REPORT-TEXT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           PERFORM CHECK-DUPLICATE-FEED
           PERFORM WRITE-RETURN-COUNTS

           IF WS-FD-RECON-OK(WS-FD-IDX) = 'Y'
              AND WS-FD-DUP(WS-FD-IDX) = 'N'
              ADD 1 TO WS-FEEDS-BAD-CNT
           END-IF.

      *> The envelope's counts as RPTOUT just gave them, for the
      *> header of the sender's return block: the verdict (DUPLICATE
      *> overriding it, as it does the distribution), then what the
      *> trailer must come to -- one D record per accepted,
      *> TOPSORTed, page-held and rejected update line, the
      *> TOPSORTed ones corrected unless their rules cycled.
       WRITE-RETURN-COUNTS.
           IF WS-FD-SOURCE(WS-FD-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RET-RECORD
           MOVE 'H' TO RET-REC-TYPE
           MOVE WS-FD-SOURCE(WS-FD-IDX) TO RET-SOURCE
           MOVE WS-FD-BUS-DATE(WS-FD-IDX) TO RET-BUS-DATE
           MOVE WS-RUN-DATE TO RET-RUN-DATE
           MOVE 'N' TO RET-BLOCK-KIND
           IF WS-FD-DUP(WS-FD-IDX) = 'Y'
              MOVE 'DUPLICATE' TO RET-VERDICT
           ELSE
              MOVE WS-RET-VERDICT TO RET-VERDICT
           END-IF
           COMPUTE RET-RECORD-CNT = WS-FD-CORRECT-CNT(WS-FD-IDX)
                                  + WS-FD-TOPSORT-CNT(WS-FD-IDX)
                                  + WS-FD-PAGE-HOLD-CNT(WS-FD-IDX)
                                  + WS-FD-UPD-REJ-CNT(WS-FD-IDX)
           MOVE WS-FD-UPDATE-CNT(WS-FD-IDX) TO RET-UPDATE-CNT
           MOVE WS-FD-CORRECT-CNT(WS-FD-IDX) TO RET-ACCEPTED-CNT
           MOVE WS-FD-TOPSORT-CNT(WS-FD-IDX) TO RET-TOPSORT-CNT
           COMPUTE RET-CORRECTED-CNT = WS-FD-TOPSORT-CNT(WS-FD-IDX)
                                     - WS-FD-CYCLE-CNT(WS-FD-IDX)
           MOVE WS-FD-CYCLE-CNT(WS-FD-IDX) TO RET-CYCLE-CNT
           MOVE WS-FD-PAGE-HOLD-CNT(WS-FD-IDX) TO RET-HOLD-CNT
           MOVE WS-FD-UPD-REJ-CNT(WS-FD-IDX) TO RET-REJECTED-CNT
           MOVE ZERO TO RET-CLEARED-CNT
           MOVE ZERO TO RET-PURGED-CNT
           MOVE ZERO TO RET-RELEASED-CNT
           MOVE ZERO TO RET-NOTED-CNT
           WRITE RET-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Pull the processed-feed fingerprints into the table. A
      *> malformed record (hand-edited file, truncated copy) is
      *> skipped rather than matched against garbage; a full table
                     AT END
                            MOVE 'Y' TO WS-FPRINT-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM LOAD-FPRINT-ENTRY
           END-PERFORM
           CLOSE FEED-FPRINT.
           ELSE
              MOVE 'NO' TO RPT-TXT-VALUE
           END-IF
           WRITE REPORT-TEXT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Fingerprint tonight's clean feeds for the runs that follow,
      *> opened only for the moment of the write the way the
                 MOVE WS-FD-UPDATE-CNT(WS-FD-IDX) TO FP-UPDATE-CNT
                 MOVE WS-FD-HASH(WS-FD-IDX) TO FP-HASH
                 WRITE FPRINT-RECORD
                 ADD 1 TO WS-OPLOG-WRITE-CNT
              END-IF
           END-PERFORM
           CLOSE FEED-FPRINT.
           MOVE WS-FD-TOPSORT-CNT(WS-FD-IDX) TO RH-TOPSORT-CNT
           MOVE WS-FD-CYCLE-CNT(WS-FD-IDX) TO RH-CYCLE-CNT
           MOVE WS-FD-REJECT-CNT(WS-FD-IDX) TO RH-REJECT-CNT
           MOVE WS-FD-UNDEC-CNT(WS-FD-IDX) TO RH-UNDEC-CNT
           MOVE WS-FD-MID-UNDEC-CNT(WS-FD-IDX) TO RH-MID-UNDEC-CNT
           MOVE WS-FD-SOURCE(WS-FD-IDX) TO RH-SOURCE
           WRITE RUNHIST-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Read tonight's DETAIL-OUT back and keep the lines of every
      *> envelope that earned a RUNHIST record (see WRITE-RUN-HISTORY)
      *> -- same selection, for the same reason: a failed feed's lines
      *> land again when it is retransmitted, and a duplicate's are
      *> already in the history, so either would count one night's
      *> orderings twice as evidence for a candidate rule. A line
      *> numbered no higher than one already read is a restart's
      *> repeat of a line written before the abend and is dropped.
       WRITE-DETAIL-KEEP.
           MOVE 'N' TO WS-DTL-EOF
           MOVE 0 TO WS-DTL-HIGH-LINE
           OPEN INPUT DETAIL-OUT
           OPEN OUTPUT DETAIL-KEEP
           PERFORM UNTIL WS-DTL-EOF = 'Y'
              READ DETAIL-OUT
                     AT END
                            MOVE 'Y' TO WS-DTL-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM KEEP-ONE-DETAIL-LINE
           END-PERFORM
           CLOSE DETAIL-OUT
           CLOSE DETAIL-KEEP.

       KEEP-ONE-DETAIL-LINE.
           IF DTL-LINE-NUM IS NOT NUMERIC
              OR DTL-LINE-NUM NOT > WS-DTL-HIGH-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE DTL-LINE-NUM TO WS-DTL-HIGH-LINE
           MOVE 0 TO WS-DTL-FEED
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FEED-CNT OR WS-DTL-FEED > 0
              IF WS-FD-LAST-DTL-LINE(WS-FD-IDX) NOT < DTL-LINE-NUM
                 MOVE WS-FD-IDX TO WS-DTL-FEED
              END-IF
           END-PERFORM
           IF WS-DTL-FEED = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-FD-RECON-OK(WS-DTL-FEED) = 'Y'
              AND WS-FD-DUP(WS-DTL-FEED) = 'N'
              WRITE DETAIL-KEEP-RECORD FROM DETAIL-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-IF.

      *> One department-history record per batch of every envelope
      *> that earned a RUNHIST record above -- same selection, so the
      *> chargeback's month of batch records balances back to the
      *> month's RUNHIST. A slot nothing landed in (a *NOBATCH slot a
      *> leading BCH| never renamed because a rule line came first)
      *> writes nothing.
       WRITE-DEPT-HISTORY.
           OPEN EXTEND DEPT-HISTORY
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BATCH-CNT
              MOVE WS-BAT-FEED(WS-BAT-IDX) TO WS-FD-IDX
              IF WS-FD-RECON-OK(WS-FD-IDX) = 'Y'
                 AND WS-FD-DUP(WS-FD-IDX) = 'N'
                 AND (WS-BAT-UPDATE-CNT(WS-BAT-IDX) > 0
                   OR WS-BAT-REJECT-CNT(WS-BAT-IDX) > 0)
                 PERFORM WRITE-ONE-DEPTHIST-RECORD
              END-IF
           END-PERFORM
           CLOSE DEPT-HISTORY.

       WRITE-ONE-DEPTHIST-RECORD.
           MOVE SPACES TO DEPTHIST-RECORD
           MOVE 'B' TO DH-REC-TYPE
           IF WS-FD-BUS-DATE(WS-FD-IDX) NOT = ZERO
              MOVE WS-FD-BUS-DATE(WS-FD-IDX) TO DH-ACTIVITY-DATE
           ELSE
              MOVE WS-RUN-DATE TO DH-ACTIVITY-DATE
           END-IF
           MOVE WS-BAT-ID(WS-BAT-IDX) TO DH-DEPT
           MOVE WS-FD-SOURCE(WS-FD-IDX) TO DH-SOURCE
           MOVE WS-RUN-DATE TO DH-RUN-DATE
           MOVE WS-BAT-CLASS(WS-BAT-IDX) TO DH-CLASS
           MOVE WS-BAT-UPDATE-CNT(WS-BAT-IDX) TO DH-UPDATE-CNT
           MOVE WS-BAT-CORRECT-CNT(WS-BAT-IDX) TO DH-CORRECT-CNT
           MOVE WS-BAT-TOPSORT-CNT(WS-BAT-IDX) TO DH-TOPSORT-CNT
           MOVE WS-BAT-CYCLE-CNT(WS-BAT-IDX) TO DH-CYCLE-CNT
           MOVE WS-BAT-REJECT-CNT(WS-BAT-IDX) TO DH-REJECT-CNT
           MOVE WS-BAT-PAGE-HOLD-CNT(WS-BAT-IDX) TO DH-PAGE-HOLD-CNT
           MOVE ZERO TO DH-SUSP-DAYS
           MOVE ZERO TO DH-FORCE-CNT
           WRITE DEPTHIST-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Dump every rule that fired this run to the usage dataset,
      *> opened only for the moment of the write like the run-history
      *> master. Rules that never fired write nothing -- absence
      *> across enough runs is exactly what the dead-rule report
      *> reads as prunable.
      *> One record per rule per envelope it fired in, stamped with
      *> that envelope's source and business date.
       WRITE-RULE-USAGE.
           PERFORM STASH-RULE-USAGE
           OPEN EXTEND RULE-USAGE
           PERFORM VARYING WS-UH FROM 1 BY 1
                   UNTIL WS-UH > WS-USE-HIT-CNT
              MOVE SPACES TO RULEUSE-RECORD
              MOVE WS-RUN-DATE TO RU-RUN-DATE
              MOVE WS-UH-PRE(WS-UH) TO RU-PRE
              MOVE WS-UH-SUC(WS-UH) TO RU-SUC
              MOVE WS-UH-CNT(WS-UH) TO RU-HIT-CNT
              MOVE WS-FD-SOURCE(WS-UH-FEED(WS-UH)) TO RU-SOURCE
              MOVE WS-FD-BUS-DATE(WS-UH-FEED(WS-UH)) TO RU-BUS-DATE
              WRITE RULEUSE-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-PERFORM
           CLOSE RULE-USAGE.

      *> Move the envelope now ending (WS-CUR-FEED) off the usage
      *> matrix into WS-USE-HIT-TABLE, zeroing each cell as it goes
      *> so the next envelope counts from nothing.
       STASH-RULE-USAGE.
           PERFORM VARYING WS-USE-PRE-IDX FROM 1 BY 1
                   UNTIL WS-USE-PRE-IDX > 999
              PERFORM VARYING WS-USE-SUC-IDX FROM 1 BY 1
                      UNTIL WS-USE-SUC-IDX > 999
                 IF WS-USE-CNT(WS-USE-PRE-IDX, WS-USE-SUC-IDX) > 0
                    IF WS-USE-HIT-CNT = WS-MAX-USE-HITS
                       DISPLAY 'More than ' WS-MAX-USE-HITS
                          ' rule usage entries; raise WS-MAX-USE-HITS'
                       MOVE 16 TO RETURN-CODE
                       PERFORM WRITE-OPLOG-END
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-USE-HIT-CNT
                    MOVE WS-CUR-FEED TO WS-UH-FEED(WS-USE-HIT-CNT)
                    MOVE WS-USE-PRE-IDX TO WS-UH-PRE(WS-USE-HIT-CNT)
                    MOVE WS-USE-SUC-IDX TO WS-UH-SUC(WS-USE-HIT-CNT)
                    MOVE WS-USE-CNT(WS-USE-PRE-IDX, WS-USE-SUC-IDX)
                       TO WS-UH-CNT(WS-USE-HIT-CNT)
                    MOVE ZERO
                       TO WS-USE-CNT(WS-USE-PRE-IDX, WS-USE-SUC-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> One section per department deck, in the order the BCH|
      *> separators arrived, each carrying the same Part 1/Part 2 and
              MOVE 'BATCH' TO RPT-TXT-LABEL
              MOVE WS-BAT-ID(WS-BAT-IDX) TO RPT-TXT-VALUE
              WRITE REPORT-TEXT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE SPACES TO REPORT-TEXT-RECORD
              MOVE 'PRI CLASS' TO RPT-TXT-LABEL
              MOVE WS-BAT-CLASS(WS-BAT-IDX) TO RPT-TXT-VALUE
              WRITE REPORT-TEXT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'PART 1' TO RPT-LABEL
              MOVE WS-BAT-SUM(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'PART 2' TO RPT-LABEL
              MOVE WS-BAT-SUM-2(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'RULE COUNT' TO RPT-LABEL
              MOVE WS-BAT-RULE-CNT(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'UPDATE COUNT' TO RPT-LABEL
              MOVE WS-BAT-UPDATE-CNT(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'CORRECT COUNT' TO RPT-LABEL
              MOVE WS-BAT-CORRECT-CNT(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'TOPSORT COUNT' TO RPT-LABEL
              MOVE WS-BAT-TOPSORT-CNT(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'CYCLES SKIPPED' TO RPT-LABEL
              MOVE WS-BAT-CYCLE-CNT(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'REJECT COUNT' TO RPT-LABEL
              MOVE WS-BAT-REJECT-CNT(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'PAGE HOLDS' TO RPT-LABEL
              MOVE WS-BAT-PAGE-HOLD-CNT(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'ORDER UNDECIDED' TO RPT-LABEL
              MOVE WS-BAT-UNDEC-CNT(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'MIDDLE UNDECIDED' TO RPT-LABEL
              MOVE WS-BAT-MID-UNDEC-CNT(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT

              MOVE 'PAGES MOVED' TO RPT-LABEL
              MOVE WS-BAT-MOVED-CNT(WS-BAT-IDX) TO RPT-VALUE
              WRITE REPORT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-PERFORM.

      *> Seed the WS-MASTER-* tables from the standing rule master, if
      *> RULEMSTR-EFF-DATE/RULEMSTR-EXP-DATE window -- rules keyed in
      *> ahead of a schedule change sit on file until their day comes,
      *> and expired ones drop out, with no TRANFILE deck either night.
      *> Pull the whole department master into WS-DEPT-MSTR-TABLE. A
      *> master too big for the table is a hard stop -- a department
      *> that didn't load would have every one of its decks refused.
       LOAD-DEPT-MASTER.
           MOVE 'N' TO WS-DEPTMSTR-EOF
           OPEN INPUT DEPTMSTR
           PERFORM UNTIL WS-DEPTMSTR-EOF = 'Y'
              READ DEPTMSTR NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-DEPTMSTR-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF WS-DEPT-MSTR-CNT = WS-MAX-DEPT-MSTR
                               DISPLAY 'More than ' WS-MAX-DEPT-MSTR
                                  ' departments on DEPTMSTR;'
                                  ' raise WS-MAX-DEPT-MSTR'
                               MOVE 16 TO RETURN-CODE
                               PERFORM WRITE-OPLOG-END
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-DEPT-MSTR-CNT
                            MOVE DEPTMSTR-ID
                               TO WS-DM-ID(WS-DEPT-MSTR-CNT)
                            MOVE DEPTMSTR-STATUS
                               TO WS-DM-STATUS(WS-DEPT-MSTR-CNT)
                            MOVE DEPTMSTR-DEFAULT-CLASS
                               TO WS-DM-CLASS(WS-DEPT-MSTR-CNT)
                            MOVE DEPTMSTR-PAGE-ACTION
                               TO WS-DM-PAGE-ACTION(WS-DEPT-MSTR-CNT)
                            MOVE DEPTMSTR-CORRECT-MODE
                               TO WS-DM-CORRECT-MODE(WS-DEPT-MSTR-CNT)
                            PERFORM VARYING WS-DM-SRC FROM 1 BY 1
                                    UNTIL WS-DM-SRC > 5
                               MOVE DEPTMSTR-SOURCE(WS-DM-SRC)
                                  TO WS-DM-SOURCE(WS-DEPT-MSTR-CNT,
                                                  WS-DM-SRC)
                            END-PERFORM
              END-READ
           END-PERFORM
           CLOSE DEPTMSTR.

      *> Pull the whole page catalog into WS-PAGE-CAT-TABLE, in key
      *> order. Overflow is a hard stop -- pages that didn't load
      *> would refuse every update naming them. A non-numeric date
      *> reads as the open zero, same as RULEMSTR's dates.
       LOAD-PAGE-CATALOG.
           MOVE 'N' TO WS-PAGECAT-EOF
           OPEN INPUT PAGECAT
           PERFORM UNTIL WS-PAGECAT-EOF = 'Y'
              READ PAGECAT NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-PAGECAT-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM LOAD-PAGE-CAT-ENTRY
              END-READ
           END-PERFORM
           CLOSE PAGECAT.

       LOAD-PAGE-CAT-ENTRY.
           IF PAGECAT-PAGE IS NOT NUMERIC OR PAGECAT-PAGE = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-PAGE-CAT-CNT = WS-MAX-PAGE-CAT
              DISPLAY 'More than ' WS-MAX-PAGE-CAT
                 ' pages on PAGECAT; raise WS-MAX-PAGE-CAT'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-PAGE-CAT-CNT
           MOVE PAGECAT-DEPT TO WS-PC-DEPT(WS-PAGE-CAT-CNT)
           MOVE PAGECAT-PAGE TO WS-PC-PAGE(WS-PAGE-CAT-CNT)
           MOVE PAGECAT-TITLE TO WS-PC-TITLE(WS-PAGE-CAT-CNT)
           IF PAGECAT-IN-SERVICE IS NUMERIC
              MOVE PAGECAT-IN-SERVICE
                 TO WS-PC-IN-SERVICE(WS-PAGE-CAT-CNT)
           ELSE
              MOVE ZERO TO WS-PC-IN-SERVICE(WS-PAGE-CAT-CNT)
           END-IF
           IF PAGECAT-RETIRED IS NUMERIC
              MOVE PAGECAT-RETIRED TO WS-PC-RETIRED(WS-PAGE-CAT-CNT)
           ELSE
              MOVE ZERO TO WS-PC-RETIRED(WS-PAGE-CAT-CNT)
           END-IF.

       LOAD-RULE-MASTER.
           MOVE 'N' TO WS-RULEMSTR-EOF
           OPEN INPUT RULEMSTR
                     AT END
                            MOVE 'Y' TO WS-RULEMSTR-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM CHECK-RULE-IN-FORCE
                            IF RULEMSTR-ACTIVE
                               AND WS-RULE-IN-FORCE = 'Y'
                 ' department rules on RULEMSTR;'
                 ' raise WS-MAX-DEPT-RULES'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-RULE-CNT
                  WS-DR-DEPT(WS-DR) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REJ-LINE-IMAGE
           WRITE REJECT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Block-move the master-only tables over the working tables --
      *> a clean start's initial seed, and every BCH| separator's
                  RULEMSTR-SUC DELIMITED BY SIZE
                  ' (from RULEMSTR)' DELIMITED BY SIZE
                  INTO REJ-LINE-IMAGE
           WRITE REJECT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Restore WS-DEP/WS-DEP-CNT/WS-PROCESSING-DEPS and the record
      *> number to resume at from 5.checkpoint, if one was left behind
                     AT END
                            MOVE 'Y' TO WS-CKPT-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM APPLY-CHECKPOINT-RECORD
           END-PERFORM
           CLOSE CHECKPOINT-FILE.
                 MOVE CKPT-HDR-CLS1-CNT TO WS-CLASS-FWD-CNT(1)
                 MOVE CKPT-HDR-CLS2-CNT TO WS-CLASS-FWD-CNT(2)
                 MOVE CKPT-HDR-CLS3-CNT TO WS-CLASS-FWD-CNT(3)
                 IF CKPT-HDR-PAGE-HOLD-CNT IS NUMERIC
                    MOVE CKPT-HDR-PAGE-HOLD-CNT TO WS-PAGE-HOLD-CNT
                 END-IF
                 IF CKPT-HDR-UNDEC-CNT IS NUMERIC
                    MOVE CKPT-HDR-UNDEC-CNT TO WS-UNDEC-CNT
                    MOVE CKPT-HDR-MID-UNDEC-CNT TO WS-MID-UNDEC-CNT
                 END-IF
                 IF CKPT-HDR-MOVED-CNT IS NUMERIC
                    MOVE CKPT-HDR-MOVED-CNT TO WS-MOVED-CNT
                 END-IF
                 IF CKPT-HDR-RUN-DATE IS NUMERIC
                    MOVE CKPT-HDR-RUN-DATE TO WS-RUN-DATE
                 END-IF
              WHEN 'DEP'
      *> Bounded by WS-MAX-SUCCESSOR-SLOTS as well as CKPT-DEP-CNT so a
      *> damaged checkpoint record can't overrun WS-DEP-SUC on restart.
                       WS-BAT-CYCLE-CNT(CKPT-BAT-IDX)
                    MOVE CKPT-BAT-REJECT-CNT TO
                       WS-BAT-REJECT-CNT(CKPT-BAT-IDX)
                    IF CKPT-BAT-DEPT-OK = 'N'
                       MOVE 'N' TO WS-BAT-DEPT-OK(CKPT-BAT-IDX)
                    ELSE
                       MOVE 'Y' TO WS-BAT-DEPT-OK(CKPT-BAT-IDX)
                    END-IF
                    IF CKPT-BAT-PAGE-HOLD-CNT IS NUMERIC
                       MOVE CKPT-BAT-PAGE-HOLD-CNT TO
                          WS-BAT-PAGE-HOLD-CNT(CKPT-BAT-IDX)
                    END-IF
                    IF CKPT-BAT-UNDEC-CNT IS NUMERIC
                       MOVE CKPT-BAT-UNDEC-CNT TO
                          WS-BAT-UNDEC-CNT(CKPT-BAT-IDX)
                       MOVE CKPT-BAT-MID-UNDEC-CNT TO
                          WS-BAT-MID-UNDEC-CNT(CKPT-BAT-IDX)
                    END-IF
                    IF CKPT-BAT-MOVED-CNT IS NUMERIC
                       MOVE CKPT-BAT-MOVED-CNT TO
                          WS-BAT-MOVED-CNT(CKPT-BAT-IDX)
                    END-IF
                    IF CKPT-BAT-FEED IS NUMERIC
                       AND CKPT-BAT-FEED > 0
                       MOVE CKPT-BAT-FEED TO WS-BAT-FEED(CKPT-BAT-IDX)
                    ELSE
                       MOVE 1 TO WS-BAT-FEED(CKPT-BAT-IDX)
                    END-IF
                 END-IF
              WHEN 'FDE'
                 IF CKPT-FDE-IDX > 0
                       WS-FD-TRL-UPDATE-CNT(CKPT-FDE-IDX)
                    MOVE CKPT-FDE-TRL-HASH TO
                       WS-FD-TRL-HASH(CKPT-FDE-IDX)
                    IF CKPT-FDE-SRC-OK = 'N'
                       MOVE 'N' TO WS-FD-SRC-OK(CKPT-FDE-IDX)
                    ELSE
                       MOVE 'Y' TO WS-FD-SRC-OK(CKPT-FDE-IDX)
                    END-IF
                    IF CKPT-FDE-UNDEC-CNT IS NUMERIC
                       MOVE CKPT-FDE-UNDEC-CNT TO
                          WS-FD-UNDEC-CNT(CKPT-FDE-IDX)
                       MOVE CKPT-FDE-MID-UNDEC-CNT TO
                          WS-FD-MID-UNDEC-CNT(CKPT-FDE-IDX)
                    END-IF
                    IF CKPT-FDE-PAGE-HOLD-CNT IS NUMERIC
                       MOVE CKPT-FDE-PAGE-HOLD-CNT TO
                          WS-FD-PAGE-HOLD-CNT(CKPT-FDE-IDX)
                       MOVE CKPT-FDE-UPD-REJ-CNT TO
                          WS-FD-UPD-REJ-CNT(CKPT-FDE-IDX)
                    END-IF
                    IF CKPT-FDE-LAST-DTL-LINE IS NUMERIC
                       MOVE CKPT-FDE-LAST-DTL-LINE TO
                          WS-FD-LAST-DTL-LINE(CKPT-FDE-IDX)
                    END-IF
                 END-IF
           END-EVALUATE.

                            MOVE 'Y' TO WS-EOF
              END-READ
              ADD 1 TO WS-REC-NUM
              ADD 1 TO WS-OPLOG-READ-CNT
           END-PERFORM.

      *> Write the current WS-DEP/WS-DEP-CNT/WS-PROCESSING-DEPS, the
           MOVE WS-CLASS-FWD-CNT(1) TO CKPT-HDR-CLS1-CNT
           MOVE WS-CLASS-FWD-CNT(2) TO CKPT-HDR-CLS2-CNT
           MOVE WS-CLASS-FWD-CNT(3) TO CKPT-HDR-CLS3-CNT
           MOVE WS-PAGE-HOLD-CNT TO CKPT-HDR-PAGE-HOLD-CNT
           MOVE WS-UNDEC-CNT TO CKPT-HDR-UNDEC-CNT
           MOVE WS-MID-UNDEC-CNT TO CKPT-HDR-MID-UNDEC-CNT
           MOVE WS-MOVED-CNT TO CKPT-HDR-MOVED-CNT
           MOVE WS-RUN-DATE TO CKPT-HDR-RUN-DATE
           MOVE SPACES TO CKPT-DEP-SUC-LIST
           MOVE 0 TO CKPT-DEP-PRE
           MOVE 0 TO CKPT-DEP-CNT
           WRITE CKPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1 UNTIL WS-CKPT-IDX > 999
              IF WS-DEP-CNT(WS-CKPT-IDX) > 0
                     WITH POINTER WS-LIST-PTR
              END-STRING
           END-PERFORM
           WRITE CKPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       WRITE-CKPT-BAT-LINE.
           MOVE SPACES TO CKPT-RECORD
           MOVE WS-BAT-TOPSORT-CNT(WS-BAT-IDX) TO CKPT-BAT-TOPSORT-CNT
           MOVE WS-BAT-CYCLE-CNT(WS-BAT-IDX) TO CKPT-BAT-CYCLE-CNT
           MOVE WS-BAT-REJECT-CNT(WS-BAT-IDX) TO CKPT-BAT-REJECT-CNT
           MOVE WS-BAT-DEPT-OK(WS-BAT-IDX) TO CKPT-BAT-DEPT-OK
           MOVE WS-BAT-PAGE-HOLD-CNT(WS-BAT-IDX)
              TO CKPT-BAT-PAGE-HOLD-CNT
           MOVE WS-BAT-UNDEC-CNT(WS-BAT-IDX) TO CKPT-BAT-UNDEC-CNT
           MOVE WS-BAT-MID-UNDEC-CNT(WS-BAT-IDX)
              TO CKPT-BAT-MID-UNDEC-CNT
           MOVE WS-BAT-MOVED-CNT(WS-BAT-IDX) TO CKPT-BAT-MOVED-CNT
           MOVE WS-BAT-FEED(WS-BAT-IDX) TO CKPT-BAT-FEED
           WRITE CKPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       WRITE-CKPT-FDE-LINE.
           MOVE SPACES TO CKPT-RECORD
           MOVE WS-FD-TRL-UPDATE-CNT(WS-FD-IDX)
              TO CKPT-FDE-TRL-UPDATE-CNT
           MOVE WS-FD-TRL-HASH(WS-FD-IDX) TO CKPT-FDE-TRL-HASH
           MOVE WS-FD-SRC-OK(WS-FD-IDX) TO CKPT-FDE-SRC-OK
           MOVE WS-FD-UNDEC-CNT(WS-FD-IDX) TO CKPT-FDE-UNDEC-CNT
           MOVE WS-FD-MID-UNDEC-CNT(WS-FD-IDX)
              TO CKPT-FDE-MID-UNDEC-CNT
           MOVE WS-FD-PAGE-HOLD-CNT(WS-FD-IDX)
              TO CKPT-FDE-PAGE-HOLD-CNT
           MOVE WS-FD-UPD-REJ-CNT(WS-FD-IDX) TO CKPT-FDE-UPD-REJ-CNT
           MOVE WS-FD-LAST-DTL-LINE(WS-FD-IDX)
              TO CKPT-FDE-LAST-DTL-LINE
           WRITE CKPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> OPEN OUTPUT with nothing written leaves CHECKPOINT-FILE
      *> present but empty, so LOAD-CHECKPOINT's next run finds no HDR

      *> Ordering incorrect. Do topological sort.
       TOPSORT.
           MOVE 'N' TO WS-UNDEC-FLAG
           MOVE ZERO TO WS-UNPAIR-CNT

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
                                        OR WS-CYCLE-FOUND = 'Y'
              PERFORM FIND-NODE-W-NO-PREREQS
              IF WS-CYCLE-FOUND NOT = 'Y'
                 PERFORM FIND-UNORDERED-PAGES
      *> Swap WS-PAGE-NUM's elements at WS-I and WS-J
                 MOVE WS-PAGE-NUM(WS-I) TO WS-K
                 MOVE WS-PAGE-NUM(WS-J) TO WS-PAGE-NUM(WS-I)
                 MOVE WS-K TO WS-PAGE-NUM(WS-J)
                 MOVE WS-PAGE-POS(WS-I) TO WS-K
                 MOVE WS-PAGE-POS(WS-J) TO WS-PAGE-POS(WS-I)
                 MOVE WS-K TO WS-PAGE-POS(WS-J)
              END-IF
           END-PERFORM.

           IF WS-J = WS-N
              MOVE 'Y' TO WS-CYCLE-FOUND
           END-IF.

      *> With WS-PAGE-NUM(WS-J) chosen for slot WS-I, look at every
      *> later page in the slice: one that has no remaining
      *> prerequisites either could have taken the slot, so the pair
      *> is unordered by the rules. Pages between WS-I and WS-J were
      *> already found to have prerequisites. Usage counts are left
      *> alone -- this is a second look, not a rule firing.
       FIND-UNORDERED-PAGES.
           PERFORM VARYING WS-UP-J FROM WS-J BY 1 UNTIL WS-UP-J = WS-N
              IF WS-UP-J > WS-J
                 MOVE 'Y' TO WS-UP-FREE
                 PERFORM VARYING WS-UP-K FROM WS-I BY 1
                         UNTIL WS-UP-K = WS-N OR WS-UP-FREE = 'N'
                    IF WS-ADJ-SUC(WS-PAGE-NUM(WS-UP-K),
                                  WS-PAGE-NUM(WS-UP-J)) = 'Y'
                       MOVE 'N' TO WS-UP-FREE
                    END-IF
                 END-PERFORM
                 IF WS-UP-FREE = 'Y'
                    MOVE 'O' TO WS-UNDEC-FLAG
                    ADD 1 TO WS-UNPAIR-CNT
                    IF WS-UNPAIR-CNT NOT > WS-MAX-UNPAIRS
                       MOVE WS-PAGE-NUM(WS-J)
                          TO WS-UNPAIR-A(WS-UNPAIR-CNT)
                       MOVE WS-PAGE-NUM(WS-UP-J)
                          TO WS-UNPAIR-B(WS-UNPAIR-CNT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *> The order is undecided; is the middle page? Close the rules
      *> inside the update over positions (Warshall), then ask of
      *> every page other than the one TOPSORT put in the middle
      *> whether the middle slot is within its reach: fewer than
      *> WS-RCH-MID pages forced ahead of it and no more than
      *> WS-RCH-CNT - WS-RCH-MID forced behind. One such page and
      *> the middle page -- the Part 2 score -- is a guess.
       CHECK-MIDDLE-UNDECIDED.
           PERFORM BUILD-REACH-CLOSURE
           COMPUTE WS-RCH-MID = WS-N / 2
           PERFORM VARYING WS-RCH-K FROM 1 BY 1
                   UNTIL WS-RCH-K > WS-RCH-CNT
                      OR WS-UNDEC-FLAG = 'M'
              IF WS-RCH-K NOT = WS-RCH-MID
                 MOVE ZERO TO WS-RCH-ABOVE
                 MOVE ZERO TO WS-RCH-BELOW
                 PERFORM VARYING WS-RCH-I FROM 1 BY 1
                         UNTIL WS-RCH-I > WS-RCH-CNT
                    IF WS-REACH(WS-RCH-I, WS-RCH-K) = 'Y'
                       ADD 1 TO WS-RCH-ABOVE
                    END-IF
                    IF WS-REACH(WS-RCH-K, WS-RCH-I) = 'Y'
                       ADD 1 TO WS-RCH-BELOW
                    END-IF
                 END-PERFORM
                 IF WS-RCH-ABOVE < WS-RCH-MID
                    AND WS-RCH-BELOW NOT > WS-RCH-CNT - WS-RCH-MID
                    MOVE 'M' TO WS-UNDEC-FLAG
                 END-IF
              END-IF
           END-PERFORM.

      *> Count a TOPSORTed update the rules left undecided and list
      *> it in the EXCEPTIONS-OUT undecided section: the UNORDER
      *> line under DETAIL-OUT's line number for it, then its
      *> unordered pairs.
       WRITE-UNDECIDED-RECORD.
           ADD 1 TO WS-UNDEC-CNT
           ADD 1 TO WS-FD-UNDEC-CNT(WS-CUR-FEED)
           ADD 1 TO WS-BAT-UNDEC-CNT(WS-CUR-BATCH)
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-DETAIL-LINE-NUM TO EXC-LINE-NUM
           MOVE 'UNORDER' TO EXC-REASON-CODE
           IF WS-UNDEC-FLAG = 'M'
              ADD 1 TO WS-MID-UNDEC-CNT
              ADD 1 TO WS-FD-MID-UNDEC-CNT(WS-CUR-FEED)
              ADD 1 TO WS-BAT-MID-UNDEC-CNT(WS-CUR-BATCH)
              MOVE 'Middle page not decided by rules'
                 TO EXC-REASON-TEXT
           ELSE
              MOVE 'Order not fully decided by rules'
                 TO EXC-REASON-TEXT
           END-IF
      *> The page list as it arrived, built over again the way
      *> WRITE-DETAIL-RECORD builds DTL-ORIGINAL -- that record area
      *> is gone once DETAIL-RECORD has been written.
           MOVE SPACES TO WS-PAGE-LIST-TEXT
           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
              STRING WS-ORIG-PAGE-NUM(WS-I) DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     INTO WS-PAGE-LIST-TEXT
                     WITH POINTER WS-LIST-PTR
              END-STRING
           END-PERFORM
           MOVE WS-PAGE-LIST-TEXT TO EXC-ORIGINAL
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           PERFORM VARYING WS-UNPAIR-IDX FROM 1 BY 1
                   UNTIL WS-UNPAIR-IDX > WS-UNPAIR-CNT
                      OR WS-UNPAIR-IDX > WS-MAX-UNPAIRS
              MOVE SPACES TO EXCEPTION-RECORD
              MOVE WS-DETAIL-LINE-NUM TO EXC-LINE-NUM
              MOVE 'UNPAIR' TO EXC-REASON-CODE
              MOVE 'No rule orders these two pages'
                 TO EXC-REASON-TEXT
              STRING WS-UNPAIR-A(WS-UNPAIR-IDX) DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-UNPAIR-B(WS-UNPAIR-IDX) DELIMITED BY SIZE
                     INTO EXC-ORIGINAL
              WRITE EXCEPTION-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-PERFORM
           IF WS-UNPAIR-CNT > WS-MAX-UNPAIRS
              MOVE SPACES TO EXCEPTION-RECORD
              MOVE WS-DETAIL-LINE-NUM TO EXC-LINE-NUM
              MOVE 'UNPAIR' TO EXC-REASON-CODE
              STRING 'Further pairs not listed: ' DELIMITED BY SIZE
                     WS-UNPAIR-CNT DELIMITED BY SIZE
                     ' in all' DELIMITED BY SIZE
                     INTO EXC-REASON-TEXT
              WRITE EXCEPTION-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-IF.

      *> WS-REACH(I, J) = 'Y' when the page in slot I must come ahead
      *> of the page in slot J through some chain of rules inside the
      *> update: the update's own rule edges closed by Warshall.
       BUILD-REACH-CLOSURE.
           COMPUTE WS-RCH-CNT = WS-N - 1
           PERFORM VARYING WS-RCH-I FROM 1 BY 1
                   UNTIL WS-RCH-I > WS-RCH-CNT
              PERFORM VARYING WS-RCH-J FROM 1 BY 1
                      UNTIL WS-RCH-J > WS-RCH-CNT
                 MOVE WS-ADJ-SUC(WS-PAGE-NUM(WS-RCH-I),
                                 WS-PAGE-NUM(WS-RCH-J))
                    TO WS-REACH(WS-RCH-I, WS-RCH-J)
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-RCH-K FROM 1 BY 1
                   UNTIL WS-RCH-K > WS-RCH-CNT
              PERFORM VARYING WS-RCH-I FROM 1 BY 1
                      UNTIL WS-RCH-I > WS-RCH-CNT
                 IF WS-REACH(WS-RCH-I, WS-RCH-K) = 'Y'
                    PERFORM VARYING WS-RCH-J FROM 1 BY 1
                            UNTIL WS-RCH-J > WS-RCH-CNT
                       IF WS-REACH(WS-RCH-K, WS-RCH-J) = 'Y'
                          MOVE 'Y' TO WS-REACH(WS-RCH-I, WS-RCH-J)
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> Least-disturbance correction, for a department whose master
      *> entry asks for it (DEPTMSTR-CORRECT-MODE 'L'). TOPSORT
      *> rebuilds the order from scratch, and its swaps drag pages no
      *> rule cares about halfway down the job. Instead: start again
      *> from the sender's order, work out the most pages that can
      *> stay in their original relative order (FIND-PAGES-TO-KEEP),
      *> and lay the rest in around them -- so only pages a rule
      *> actually forces out of place get moved, and as few of those
      *> as the rules allow.
       LEAST-DISTURBANCE-SORT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
              MOVE WS-PAGE-NUM(WS-I) TO WS-LD-SAVE-PAGE(WS-I)
              MOVE WS-PAGE-POS(WS-I) TO WS-LD-SAVE-POS(WS-I)
              MOVE WS-ORIG-PAGE-NUM(WS-I) TO WS-PAGE-NUM(WS-I)
              MOVE WS-I TO WS-PAGE-POS(WS-I)
              MOVE ZERO TO WS-LD-MATCH-L(WS-I)
              MOVE ZERO TO WS-LD-MATCH-R(WS-I)
           END-PERFORM

      *> WS-REACH over original positions, WS-PAGE-NUM being the
      *> sender's order again.
           PERFORM BUILD-REACH-CLOSURE

           PERFORM VARYING WS-LD-U FROM 1 BY 1
                   UNTIL WS-LD-U > WS-RCH-CNT
              PERFORM AUGMENT-CROSSED-PAIR
           END-PERFORM

           PERFORM FIND-PAGES-TO-KEEP
           PERFORM PLACE-LEAST-DISTURBED

      *> Can't happen once TOPSORT has found the rules acyclic, but
      *> if the re-sort ever runs out of placeable pages, forward
      *> TOPSORT's order rather than a half-built one.
           IF WS-LD-OK = 'N'
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
                 MOVE WS-LD-SAVE-PAGE(WS-I) TO WS-PAGE-NUM(WS-I)
                 MOVE WS-LD-SAVE-POS(WS-I) TO WS-PAGE-POS(WS-I)
              END-PERFORM
           END-IF.

      *> One step of the maximum matching of crossed pairs: look for
      *> an augmenting path from original position WS-LD-U (left
      *> side) by depth-first search, a "crossed" pair being WS-LD-U
      *> ahead of a later position WS-LD-J whose page must, through
      *> WS-REACH, come before it. WS-LD-STACK-L holds the left
      *> position at each depth and WS-LD-STACK-J the last right
      *> position tried from it. Found, the path is flipped so the
      *> matching grows by one.
       AUGMENT-CROSSED-PAIR.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
              MOVE 'N' TO WS-LD-SEEN(WS-I)
           END-PERFORM
           MOVE 1 TO WS-LD-DEPTH
           MOVE WS-LD-U TO WS-LD-STACK-L(1)
           MOVE WS-LD-U TO WS-LD-STACK-J(1)
           MOVE 'N' TO WS-LD-FOUND

           PERFORM UNTIL WS-LD-DEPTH = 0 OR WS-LD-FOUND = 'Y'
              MOVE WS-LD-STACK-L(WS-LD-DEPTH) TO WS-LD-L
              COMPUTE WS-LD-J = WS-LD-STACK-J(WS-LD-DEPTH) + 1
              PERFORM UNTIL WS-LD-J > WS-RCH-CNT
                 IF WS-LD-SEEN(WS-LD-J) = 'N'
                    AND WS-REACH(WS-LD-J, WS-LD-L) = 'Y'
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-LD-J
              END-PERFORM
              IF WS-LD-J > WS-RCH-CNT
                 SUBTRACT 1 FROM WS-LD-DEPTH
              ELSE
                 MOVE WS-LD-J TO WS-LD-STACK-J(WS-LD-DEPTH)
                 MOVE 'Y' TO WS-LD-SEEN(WS-LD-J)
                 IF WS-LD-MATCH-R(WS-LD-J) = 0
                    MOVE 'Y' TO WS-LD-FOUND
                 ELSE
                    ADD 1 TO WS-LD-DEPTH
                    MOVE WS-LD-MATCH-R(WS-LD-J)
                       TO WS-LD-STACK-L(WS-LD-DEPTH)
                    MOVE WS-LD-MATCH-R(WS-LD-J)
                       TO WS-LD-STACK-J(WS-LD-DEPTH)
                 END-IF
              END-IF
           END-PERFORM

           IF WS-LD-FOUND = 'Y'
              PERFORM UNTIL WS-LD-DEPTH = 0
                 MOVE WS-LD-STACK-L(WS-LD-DEPTH) TO WS-LD-L
                 MOVE WS-LD-STACK-J(WS-LD-DEPTH) TO WS-LD-J
                 MOVE WS-LD-L TO WS-LD-MATCH-R(WS-LD-J)
                 MOVE WS-LD-J TO WS-LD-MATCH-L(WS-LD-L)
                 SUBTRACT 1 FROM WS-LD-DEPTH
              END-PERFORM
           END-IF.

      *> Konig: from every unmatched left position, follow crossed
      *> pairs to the right and matched pairs back to the left
      *> (breadth first, off WS-LD-QUEUE). A position reached on the
      *> left but not on the right is in no crossed pair with any
      *> other such position, and there are as many of them as the
      *> matching leaves room for -- the most pages that can keep
      *> their original relative order. Those are WS-LD-KEEP.
       FIND-PAGES-TO-KEEP.
           MOVE 1 TO WS-LD-Q-HEAD
           MOVE ZERO TO WS-LD-Q-TAIL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
              MOVE 'N' TO WS-LD-ZR(WS-I)
              IF WS-LD-MATCH-L(WS-I) = 0
                 MOVE 'Y' TO WS-LD-ZL(WS-I)
                 ADD 1 TO WS-LD-Q-TAIL
                 MOVE WS-I TO WS-LD-QUEUE(WS-LD-Q-TAIL)
              ELSE
                 MOVE 'N' TO WS-LD-ZL(WS-I)
              END-IF
           END-PERFORM

           PERFORM UNTIL WS-LD-Q-HEAD > WS-LD-Q-TAIL
              MOVE WS-LD-QUEUE(WS-LD-Q-HEAD) TO WS-LD-L
              ADD 1 TO WS-LD-Q-HEAD
              COMPUTE WS-LD-J = WS-LD-L + 1
              PERFORM UNTIL WS-LD-J > WS-RCH-CNT
                 IF WS-LD-ZR(WS-LD-J) = 'N'
                    AND WS-REACH(WS-LD-J, WS-LD-L) = 'Y'
                    MOVE 'Y' TO WS-LD-ZR(WS-LD-J)
                    MOVE WS-LD-MATCH-R(WS-LD-J) TO WS-LD-U
                    IF WS-LD-U > 0
                       IF WS-LD-ZL(WS-LD-U) = 'N'
                          MOVE 'Y' TO WS-LD-ZL(WS-LD-U)
                          ADD 1 TO WS-LD-Q-TAIL
                          MOVE WS-LD-U TO WS-LD-QUEUE(WS-LD-Q-TAIL)
                       END-IF
                    END-IF
                 END-IF
                 ADD 1 TO WS-LD-J
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
              IF WS-LD-ZL(WS-I) = 'Y' AND WS-LD-ZR(WS-I) = 'N'
                 MOVE 'Y' TO WS-LD-KEEP(WS-I)
              ELSE
                 MOVE 'N' TO WS-LD-KEEP(WS-I)
              END-IF
           END-PERFORM.

      *> Fill slot WS-I with the placeable page that stood earliest in
      *> the sender's order. Placeable: no page still to place has a
      *> rule ahead of it, and -- if it is a kept page -- no earlier
      *> kept page is still waiting, so the kept pages come out in
      *> their original order and everything else settles in beside
      *> them as near to where it was as the rules let it.
       PLACE-LEAST-DISTURBED.
           MOVE 'Y' TO WS-LD-OK
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I = WS-N OR WS-LD-OK = 'N'
              MOVE ZERO TO WS-LD-BEST
              PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J = WS-N
                 IF WS-LD-BEST = 0
                    OR WS-PAGE-POS(WS-J) < WS-PAGE-POS(WS-LD-BEST)
                    PERFORM CHECK-LD-PLACEABLE
                    IF WS-LD-ELIG = 'Y'
                       MOVE WS-J TO WS-LD-BEST
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-LD-BEST = 0
                 MOVE 'N' TO WS-LD-OK
              ELSE
                 MOVE WS-PAGE-NUM(WS-I) TO WS-K
                 MOVE WS-PAGE-NUM(WS-LD-BEST) TO WS-PAGE-NUM(WS-I)
                 MOVE WS-K TO WS-PAGE-NUM(WS-LD-BEST)
                 MOVE WS-PAGE-POS(WS-I) TO WS-K
                 MOVE WS-PAGE-POS(WS-LD-BEST) TO WS-PAGE-POS(WS-I)
                 MOVE WS-K TO WS-PAGE-POS(WS-LD-BEST)
              END-IF
           END-PERFORM.

      *> Can the page in slot WS-J take slot WS-I? See
      *> PLACE-LEAST-DISTURBED.
       CHECK-LD-PLACEABLE.
           MOVE 'Y' TO WS-LD-ELIG
           PERFORM VARYING WS-K FROM WS-I BY 1
                   UNTIL WS-K = WS-N OR WS-LD-ELIG = 'N'
              IF WS-K NOT = WS-J
                 IF WS-ADJ-SUC(WS-PAGE-NUM(WS-K), WS-PAGE-NUM(WS-J))
                    = 'Y'
                    MOVE 'N' TO WS-LD-ELIG
                 END-IF
                 IF WS-LD-KEEP(WS-PAGE-POS(WS-J)) = 'Y'
                    AND WS-LD-KEEP(WS-PAGE-POS(WS-K)) = 'Y'
                    AND WS-PAGE-POS(WS-K) < WS-PAGE-POS(WS-J)
                    MOVE 'N' TO WS-LD-ELIG
                 END-IF
              END-IF
           END-PERFORM.

      *> Pages moved for the order about to be forwarded (see
      *> DTL-PAGES-MOVED): the longest run of slots whose original
      *> positions still climb, subtracted from the page count.
       COUNT-PAGES-MOVED.
           MOVE ZERO TO WS-MV-BEST
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
              MOVE 1 TO WS-MV-LEN(WS-I)
              PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K = WS-I
                 IF WS-PAGE-POS(WS-K) < WS-PAGE-POS(WS-I)
                    AND WS-MV-LEN(WS-K) NOT < WS-MV-LEN(WS-I)
                    COMPUTE WS-MV-LEN(WS-I) = WS-MV-LEN(WS-K) + 1
                 END-IF
              END-PERFORM
              IF WS-MV-LEN(WS-I) > WS-MV-BEST
                 MOVE WS-MV-LEN(WS-I) TO WS-MV-BEST
              END-IF
           END-PERFORM
           COMPUTE WS-PAGES-MOVED = WS-N - 1 - WS-MV-BEST
           ADD WS-PAGES-MOVED TO WS-MOVED-CNT
           ADD WS-PAGES-MOVED TO WS-BAT-MOVED-CNT(WS-CUR-BATCH).

      *> Append this step's start record to the shared operations log
      *> (see OPSLOG.cpy). The log is opened and closed around the one
      *> record, so a step that abends later still leaves its start
      *> behind for the timeline report to flag.
       WRITE-OPLOG-START.
           ACCEPT WS-OPLOG-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPLOG-TIME-RAW FROM TIME
           MOVE WS-OPLOG-HHMMSS TO WS-OPLOG-START-TIME
           MOVE WS-OPLOG-START-DATE TO WS-OPLOG-BUS-DATE
           ACCEPT WS-OPLOG-JOB-NAME FROM ENVIRONMENT 'JOBNAME'
           ACCEPT WS-OPLOG-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
           PERFORM BUILD-OPLOG-RECORD
           MOVE 'S' TO OPLOG-EVENT
           OPEN EXTEND OPS-LOG
           WRITE OPLOG-RECORD
           CLOSE OPS-LOG.

      *> The matching end record, performed just ahead of every STOP
      *> RUN so the return code logged is the one the step ends with.
       WRITE-OPLOG-END.
           PERFORM BUILD-OPLOG-RECORD
           MOVE 'E' TO OPLOG-EVENT
           ACCEPT OPLOG-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPLOG-TIME-RAW FROM TIME
           MOVE WS-OPLOG-HHMMSS TO OPLOG-END-TIME
           MOVE WS-OPLOG-READ-CNT TO OPLOG-RECS-READ
           MOVE WS-OPLOG-WRITE-CNT TO OPLOG-RECS-WRITTEN
           MOVE RETURN-CODE TO OPLOG-RETURN-CODE
           OPEN EXTEND OPS-LOG
           WRITE OPLOG-RECORD
           CLOSE OPS-LOG.

       BUILD-OPLOG-RECORD.
           MOVE SPACES TO OPLOG-RECORD
           MOVE WS-OPLOG-PROGRAM TO OPLOG-PROGRAM
           MOVE WS-OPLOG-JOB-NAME TO OPLOG-JOB-NAME
           MOVE WS-OPLOG-STEP-NAME TO OPLOG-STEP-NAME
           MOVE WS-OPLOG-BUS-DATE TO OPLOG-BUS-DATE
           MOVE WS-OPLOG-START-DATE TO OPLOG-START-DATE
           MOVE WS-OPLOG-START-TIME TO OPLOG-START-TIME
           MOVE ZERO TO OPLOG-END-DATE
           MOVE ZERO TO OPLOG-END-TIME
           MOVE ZERO TO OPLOG-RECS-READ
           MOVE ZERO TO OPLOG-RECS-WRITTEN
           MOVE ZERO TO OPLOG-RETURN-CODE.
