      *> Record layout for PAGECAT, the ORGANIZATION INDEXED page
      *> catalog AOC-2024-DAY-05-PAGEMAINT (5pagemaint.cbl) maintains
      *> and AOC-2024-DAY-05 (5.cbl), AOC-2024-DAY-05-SUSPENSE
      *> (5suspense.cbl), AOC-2024-DAY-05-RULEAUDIT (5ruleaudit.cbl)
      *> and AOC-2024-DAY-05-REPORT (5report.cbl) read. COPY this
      *> member into every FD so the layouts can't drift apart --
      *> same reason RULEMSTR.cpy exists.
      *> PAGECAT-DEPT scopes an entry the way RULEMSTR-DEPT scopes a
      *> rule: SPACES is a house-wide page every department prints
      *> (and every record key sorts those first), a department id
      *> is that department's own page. A department's own entry
      *> for a page number overrides the house-wide one, so a
      *> department can retire its copy of a shared page early or
      *> title it differently without touching anyone else's.
      *> A page is printable on a date when it is on file, its
      *> PAGECAT-IN-SERVICE date (zero = always) is not after that
      *> date, and its PAGECAT-RETIRED date (zero = never) is after
      *> it -- the retired date is the first day the page may no
      *> longer go out. A page being withdrawn is retired by a
      *> change, not deleted, so history still reads against a real
      *> entry; delete is for an entry keyed in error.
      *> The trailing FILLER is reserved for later page attributes;
      *> it is written as spaces.
       01 PAGECAT-RECORD.
              05 PAGECAT-KEY.
                     10 PAGECAT-DEPT PIC X(8).
                     10 PAGECAT-PAGE PIC 999.
              05 PAGECAT-TITLE PIC X(30).
              05 PAGECAT-IN-SERVICE PIC 9(8).
              05 PAGECAT-RETIRED PIC 9(8).
              05 FILLER PIC X(23).
