      *> Record layout for DEPTJRNL, the line-sequential change journal
      *> AOC-2024-DAY-05-DEPTMAINT (5deptmaint.cbl) appends to for
      *> every transaction it actually applies to DEPTMSTR. Same
      *> shape as RULEJRNL.cpy: DJRNL-BEFORE-IMAGE and
      *> DJRNL-AFTER-IMAGE are byte images of DEPTMSTR-RECORD as
      *> it stood before/after the transaction; an add has a SPACES
      *> before-image and a delete a SPACES after-image, so record
      *> birth and death read apart from a change without consulting
      *> the transaction code. Images are the full 100-byte record,
      *> reserved FILLER included, so a setting later carved out of
      *> it is journaled without widening this layout.
       01 DEPTJRNL-RECORD.
              05 DJRNL-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 DJRNL-TIME PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 DJRNL-JOB-NAME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 DJRNL-TRAN-CODE PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 DJRNL-BEFORE-IMAGE PIC X(100).
              05 FILLER PIC X VALUE SPACE.
              05 DJRNL-AFTER-IMAGE PIC X(100).
