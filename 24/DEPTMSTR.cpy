      *> Record layout for DEPTMSTR, the ORGANIZATION INDEXED
      *> department/sender master AOC-2024-DAY-05-DEPTMAINT
      *> (5deptmaint.cbl) maintains, and that AOC-2024-DAY-05 (5.cbl)
      *> and AOC-2024-DAY-05-RULEMAINT (5rulemaint.cbl) validate ids
      *> against. COPY this member into every FD so the layouts can't
      *> drift apart -- same reason RULEMSTR.cpy exists.
      *> DEPTMSTR-ID is the department id as keyed on the BCH|
      *> separator and on RULEMSTR-DEPT. A department that stops
      *> sending is CLOSED, not deleted, so its history still reads
      *> back against a real entry; a closed id is refused exactly
      *> like one that was never on file.
      *> DEPTMSTR-SOURCE lists the HDR| source systems allowed to
      *> carry this department's decks (spaces = unused slot). A HDR|
      *> source no active department lists is refused, and so is a
      *> BCH| deck arriving inside an envelope from a source its
      *> department doesn't list.
      *> DEPTMSTR-DEFAULT-CLASS is the priority class (1 rush, 2
      *> standard, 3 deferred) a deck gets when its BCH| separator
      *> carries no class byte of its own.
      *> DEPTMSTR-PAGE-ACTION says what happens to one of this
      *> department's updates naming a page the page catalog (see
      *> PAGECAT.cpy) doesn't know or has retired: 'H' holds it on
      *> the suspense file until the catalog or the sender puts it
      *> right; 'R' or spaces rejects it to REJOUT.
      *> DEPTMSTR-CORRECT-MODE picks how AOC-2024-DAY-05 corrects one
      *> of this department's out-of-order updates: 'L' least
      *> disturbance -- only the pages the rules force out of place
      *> are moved, everything else keeps its original order; 'T' or
      *> spaces the standard TOPSORT rebuild.
      *> The trailing FILLER is reserved so department-level settings
      *> can be added without reorganizing the indexed file; it is
      *> written as spaces and readers must treat spaces in any field
      *> carved out of it as that setting's default.
       01 DEPTMSTR-RECORD.
              05 DEPTMSTR-KEY.
                     10 DEPTMSTR-ID PIC X(8).
              05 DEPTMSTR-STATUS PIC X.
                     88 DEPTMSTR-ACTIVE VALUE 'A'.
                     88 DEPTMSTR-CLOSED VALUE 'C'.
              05 DEPTMSTR-DEFAULT-CLASS PIC X.
              05 DEPTMSTR-SOURCE-TABLE.
                     10 DEPTMSTR-SOURCE PIC X(8) OCCURS 5 TIMES.
              05 DEPTMSTR-CONTACT PIC X(30).
              05 DEPTMSTR-PAGE-ACTION PIC X.
                     88 DEPTMSTR-PAGE-HOLD VALUE 'H'.
              05 DEPTMSTR-CORRECT-MODE PIC X.
                     88 DEPTMSTR-LEAST-DISTURB VALUE 'L'.
              05 FILLER PIC X(18).
