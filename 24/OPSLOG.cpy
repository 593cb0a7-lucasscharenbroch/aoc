      *> Record layout for OPSLOG, the shared operations log every
      *> program in the DAY05 suite appends to -- one 'S' record as it
      *> starts and one 'E' record as it ends -- and
      *> AOC-2024-DAY-05-TIMELINE (5timeline.cbl) reads back to lay
      *> each night out against the batch window. COPY this member
      *> into every FD so no program can write a record the timeline
      *> misreads -- same reason RULEMSTR.cpy exists.
      *> OPLOG-PROGRAM is the load module the JCL EXECs (AOCD05SD,
      *> not AOC-2024-DAY-05-SUSPDISP), since that is the name the
      *> operators and the scheduler know a step by. OPLOG-JOB-NAME
      *> and OPLOG-STEP-NAME come from the environment; an ad hoc run
      *> outside the scheduler logs spaces there, which is itself the
      *> tell that it wasn't a scheduled step.
      *> OPLOG-BUS-DATE is the business date the step worked under --
      *> the run date, except that AOC-2024-DAY-05 logs the first
      *> HDR| envelope's business date on its end record.
      *> The end record repeats the start date and time so the two
      *> pair up by key; a start with no matching end is a step that
      *> abended or is still running. OPLOG-END-DATE/-TIME and the
      *> counts are zero on a start record.
      *> Records read counts sequential input records (control cards
      *> and keyed lookups excluded); records written counts every
      *> record written or rewritten, report lines included.
       01 OPLOG-RECORD.
              05 OPLOG-EVENT PIC X.
                     88 OPLOG-START-EVENT VALUE 'S'.
                     88 OPLOG-END-EVENT VALUE 'E'.
              05 FILLER PIC X VALUE SPACE.
              05 OPLOG-PROGRAM PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 OPLOG-JOB-NAME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 OPLOG-STEP-NAME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 OPLOG-BUS-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 OPLOG-START-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 OPLOG-START-TIME PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 OPLOG-END-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 OPLOG-END-TIME PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 OPLOG-RECS-READ PIC 9(9).
              05 FILLER PIC X VALUE SPACE.
              05 OPLOG-RECS-WRITTEN PIC 9(9).
              05 FILLER PIC X VALUE SPACE.
              05 OPLOG-RETURN-CODE PIC 9(4).
