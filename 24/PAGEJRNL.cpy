      *> Record layout for PAGEJRNL, the line-sequential change journal
      *> AOC-2024-DAY-05-PAGEMAINT (5pagemaint.cbl) appends to for
      *> every transaction it actually applies to PAGECAT. Same shape
      *> as DEPTJRNL.cpy: PJRNL-BEFORE-IMAGE and PJRNL-AFTER-IMAGE are
      *> byte images of PAGECAT-RECORD as it stood before/after the
      *> transaction; an add has a SPACES before-image and a delete a
      *> SPACES after-image. Images are the full 80-byte record,
      *> reserved FILLER included.
       01 PAGEJRNL-RECORD.
              05 PJRNL-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 PJRNL-TIME PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 PJRNL-JOB-NAME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 PJRNL-TRAN-CODE PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 PJRNL-BEFORE-IMAGE PIC X(80).
              05 FILLER PIC X VALUE SPACE.
              05 PJRNL-AFTER-IMAGE PIC X(80).
