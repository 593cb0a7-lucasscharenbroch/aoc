       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2024-DAY-05-TIMELINE.
      *> Batch-window timeline: lays one night's steps out in start
      *> order off the shared operations log every program in the
      *> suite appends to (see OPSLOG.cpy), with each step's start,
      *> end, elapsed time, counts and return code, so a late morning
      *> report can be traced to the step that ate the window. A step
      *> is FLAGged when it ran outside the window OPSWIN gives it,
      *> started late or ran long against its own recent average, or
      *> logged a start and never an end (abended, or still running);
      *> a step OPSWIN schedules nightly that never logged at all is
      *> listed MISSING.
      *> A night runs from the cutover time on its date to the cutover
      *> on the next, so a stream that crosses midnight stays one
      *> night: a step starting before the cutover belongs to the
      *> night before. All the window arithmetic is done on that batch
      *> clock (seconds since the cutover) for the same reason.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One control card (see FD).
           SELECT TLPARM ASSIGN TO TLPARM
                  LINE SEQUENTIAL.
      *> The schedule: one card per step the shop expects, with its
      *> window and how far off its own average it may drift.
           SELECT OPSWIN ASSIGN TO OPSWIN
                  LINE SEQUENTIAL.
           SELECT TIMELINE-REPORT ASSIGN TO TLRPT
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Night to report (YYYYMMDD, columns 1-8; spaces = the night
      *> before today's date, the usual morning run), cutover time
      *> (HHMM, columns 10-13; spaces = 0600) and how many of a step's
      *> previous runs make its recent average (columns 15-16; spaces
      *> = 05).
       FD TLPARM.
       01 TLPARM-RECORD.
              05 PARM-NIGHT PIC X(8).
              05 FILLER PIC X.
              05 PARM-CUTOVER PIC X(4).
              05 FILLER PIC X.
              05 PARM-DEPTH PIC X(2).
              05 FILLER PIC X(64).

      *> Job and step as the scheduler names them (and as the log
      *> carries them); schedule 'D' for a step expected every night
      *> -- missing if it never logs -- or 'R' for one run on request,
      *> checked only when it does run; the time it should have
      *> started by and ended by (HHMM wall clock); the minutes late
      *> against its average start, and the percentage of its average
      *> elapsed time, it may reach before it is flagged (spaces take
      *> the defaults below). A card with '*' in column 1 is a
      *> comment.
       FD OPSWIN.
       01 OPSWIN-RECORD.
              05 WIN-JOB-NAME PIC X(8).
              05 FILLER PIC X.
              05 WIN-STEP-NAME PIC X(8).
              05 FILLER PIC X.
              05 WIN-SCHEDULE PIC X.
              05 FILLER PIC X.
              05 WIN-START-BY PIC X(4).
              05 FILLER PIC X.
              05 WIN-END-BY PIC X(4).
              05 FILLER PIC X.
              05 WIN-LATE-MINUTES PIC X(3).
              05 FILLER PIC X.
              05 WIN-LONG-PCT PIC X(3).
              05 FILLER PIC X(43).

      *> A NIGHT heading, one STEP line per step in start order --
      *> job, step, program, business date, start, end, elapsed, its
      *> recent average start and elapsed, records read and written,
      *> return code -- then FLAG lines under any step that tripped
      *> a check, MISSING lines for scheduled steps that never
      *> logged, and the totals.
       FD TIMELINE-REPORT.
       01 TL-HDR-RECORD.
              05 TLH-TAG PIC X(7).
              05 FILLER PIC X VALUE SPACE.
              05 TLH-NIGHT PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLH-TEXT PIC X(60).
       01 TL-STEP-RECORD.
              05 TLS-TAG PIC X(7).
              05 FILLER PIC X VALUE SPACE.
              05 TLS-JOB-NAME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLS-STEP-NAME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLS-PROGRAM PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLS-BUS-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLS-START PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLS-END PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLS-ELAPSED PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLS-AVG-START PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLS-AVG-ELAPSED PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLS-RECS-READ PIC Z(8)9.
              05 FILLER PIC X VALUE SPACE.
              05 TLS-RECS-WRITTEN PIC Z(8)9.
              05 FILLER PIC X VALUE SPACE.
              05 TLS-RETURN-CODE PIC ZZZ9.
       01 TL-FLAG-RECORD.
              05 TLF-TAG PIC X(7).
              05 FILLER PIC X VALUE SPACE.
              05 TLF-JOB-NAME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLF-STEP-NAME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 TLF-TEXT PIC X(60).
       01 TL-TOTAL-LINE.
              05 TLT-TEXT PIC X(24).
              05 TLT-VALUE PIC Z(5)9.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-PARM-EOF PIC A VALUE 'N'.
       01 WS-PARM-VALID PIC A VALUE 'Y'.
       01 WS-WIN-EOF PIC A VALUE 'N'.
       01 WS-LOG-EOF PIC A VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-NIGHT PIC 9(8).
       01 WS-CUTOVER-HHMM PIC 9(4) VALUE 0600.
       01 WS-CUTOVER-SECS PIC 9(5).
       01 WS-DEPTH PIC 99 VALUE 5.
       78 WS-MAX-DEPTH VALUE 30.
      *> Defaults for a window card that leaves its tolerances blank:
      *> a quarter hour late against the average start, or half again
      *> the average elapsed time. A long flag also needs the step to
      *> have run at least a minute over its average, so a job that
      *> usually takes two seconds isn't flagged for taking four.
       78 WS-DEFAULT-LATE-MINUTES VALUE 15.
       78 WS-DEFAULT-LONG-PCT VALUE 150.
       78 WS-LONG-FLOOR-SECS VALUE 60.

      *> The schedule off OPSWIN; WS-WN-SEEN is set when the night's
      *> log shows the step ran.
       01 WS-WIN-TABLE.
              05 WS-WIN-ENTRY OCCURS 100 TIMES.
                     10 WS-WN-JOB-NAME PIC X(8).
                     10 WS-WN-STEP-NAME PIC X(8).
                     10 WS-WN-SCHEDULE PIC X.
                     10 WS-WN-START-BY PIC 9(5).
                     10 WS-WN-END-BY PIC 9(5).
                     10 WS-WN-HAS-WINDOW PIC A.
                     10 WS-WN-LATE-SECS PIC 9(5).
                     10 WS-WN-LONG-PCT PIC 9(3).
                     10 WS-WN-SEEN PIC A.
       78 WS-MAX-WIN-ENTRIES VALUE 100.
       01 WS-WIN-CNT PIC 9(3) VALUE 0.
       01 WS-W PIC 9(3).
       01 WS-FOUND-WIN PIC 9(3).

      *> The reported night's steps, in the order their start records
      *> were logged -- which is start order. WS-RN-ENDED stays 'N'
      *> until the matching end record turns up.
       01 WS-RUN-TABLE.
              05 WS-RUN-ENTRY OCCURS 500 TIMES.
                     10 WS-RN-JOB-NAME PIC X(8).
                     10 WS-RN-STEP-NAME PIC X(8).
                     10 WS-RN-PROGRAM PIC X(8).
                     10 WS-RN-BUS-DATE PIC 9(8).
                     10 WS-RN-START-DATE PIC 9(8).
                     10 WS-RN-START-TIME PIC 9(6).
                     10 WS-RN-END-DATE PIC 9(8).
                     10 WS-RN-END-TIME PIC 9(6).
                     10 WS-RN-START-BSECS PIC 9(5).
                     10 WS-RN-END-BSECS PIC 9(6).
                     10 WS-RN-ELAPSED PIC 9(6).
                     10 WS-RN-RECS-READ PIC 9(9).
                     10 WS-RN-RECS-WRITTEN PIC 9(9).
                     10 WS-RN-RETURN-CODE PIC 9(4).
                     10 WS-RN-ENDED PIC A.
       78 WS-MAX-RUN-ENTRIES VALUE 500.
       01 WS-RUN-CNT PIC 9(3) VALUE 0.
       01 WS-R PIC 9(3).
       01 WS-FOUND-RUN PIC 9(3).

      *> Each step's most recent completed runs before the reported
      *> night, as a ring of WS-DEPTH slots: WS-HS-NEXT is the slot
      *> the next run overwrites, so once the ring is full it always
      *> holds the latest WS-DEPTH runs the log shows.
       01 WS-HIST-TABLE.
              05 WS-HIST-ENTRY OCCURS 200 TIMES.
                     10 WS-HS-JOB-NAME PIC X(8).
                     10 WS-HS-STEP-NAME PIC X(8).
                     10 WS-HS-PROGRAM PIC X(8).
                     10 WS-HS-CNT PIC 99.
                     10 WS-HS-NEXT PIC 99.
                     10 WS-HS-SLOT OCCURS 30 TIMES.
                            15 WS-HS-START-BSECS PIC 9(5).
                            15 WS-HS-ELAPSED PIC 9(6).
       78 WS-MAX-HIST-ENTRIES VALUE 200.
       01 WS-HIST-CNT PIC 9(3) VALUE 0.
       01 WS-H PIC 9(3).
       01 WS-S PIC 99.
       01 WS-FOUND-HIST PIC 9(3).
       01 WS-AVG-START-BSECS PIC 9(5).
       01 WS-AVG-ELAPSED PIC 9(6).
       01 WS-SUM-START PIC 9(8).
       01 WS-SUM-ELAPSED PIC 9(9).

      *> The log record in hand: its night, and its start and end on
      *> the batch clock.
       01 WS-REC-NIGHT PIC 9(8).
       01 WS-START-BSECS PIC 9(5).
       01 WS-END-BSECS PIC 9(6).
       01 WS-ELAPSED PIC 9(6).
       01 WS-LATE-LIMIT PIC 9(6).
       01 WS-LONG-LIMIT PIC 9(8).

      *> Date and clock work areas. WS-DATE-WORK steps back one
      *> calendar day in PREVIOUS-DAY; WS-TIME-WORK splits an HHMMSS
      *> (or HHMM00) time into seconds for TIME-TO-SECS; WS-CLOCK-EDIT
      *> prints batch-clock seconds back as an HH:MM:SS wall clock and
      *> WS-SPAN-EDIT an elapsed time the same way.
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
              05 WS-DW-YEAR PIC 9(4).
              05 WS-DW-MONTH PIC 99.
              05 WS-DW-DAY PIC 99.
       01 WS-MONTH-DAYS-TEXT PIC X(24)
              VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TEXT.
              05 WS-MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       01 WS-LEAP-QUOT PIC 9(4).
       01 WS-LEAP-REM PIC 9(3).
       01 WS-TIME-WORK PIC 9(6).
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
              05 WS-TW-HH PIC 99.
              05 WS-TW-MM PIC 99.
              05 WS-TW-SS PIC 99.
       01 WS-SECS PIC 9(6).
       01 WS-HHMM PIC 9(4).
       01 WS-MINUTES PIC 9(3).
       01 WS-SECS-REM PIC 9(6).
       01 WS-CLOCK-EDIT.
              05 WS-CE-HH PIC 99.
              05 FILLER PIC X VALUE ':'.
              05 WS-CE-MM PIC 99.
              05 FILLER PIC X VALUE ':'.
              05 WS-CE-SS PIC 99.

       01 WS-STEP-CNT PIC 9(6) VALUE 0.
       01 WS-FLAGGED-CNT PIC 9(6) VALUE 0.
       01 WS-MISSING-CNT PIC 9(6) VALUE 0.
       01 WS-STEP-FLAGGED PIC A.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05TL'.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-TIMELINE-PARM
           IF WS-PARM-VALID = 'N'
              DISPLAY 'TLPARM night not YYYYMMDD, cutover not HHMM'
                 ' or depth not 01-30'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF

           PERFORM LOAD-WINDOWS
           PERFORM SCAN-OPS-LOG

           OPEN OUTPUT TIMELINE-REPORT
           MOVE SPACES TO TL-HDR-RECORD
           MOVE 'NIGHT' TO TLH-TAG
           MOVE WS-NIGHT TO TLH-NIGHT
           MOVE SPACES TO TLH-TEXT
           STRING 'Cutover ' DELIMITED BY SIZE
                  WS-CUTOVER-HHMM DELIMITED BY SIZE
                  ', averages over the last ' DELIMITED BY SIZE
                  WS-DEPTH DELIMITED BY SIZE
                  ' runs of each step' DELIMITED BY SIZE
                  INTO TLH-TEXT
           WRITE TL-HDR-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RUN-CNT
              PERFORM REPORT-ONE-STEP
           END-PERFORM

           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > WS-WIN-CNT
              IF WS-WN-SCHEDULE(WS-W) = 'D'
                 AND WS-WN-SEEN(WS-W) = 'N'
                 ADD 1 TO WS-MISSING-CNT
                 MOVE SPACES TO TL-FLAG-RECORD
                 MOVE 'MISSING' TO TLF-TAG
                 MOVE WS-WN-JOB-NAME(WS-W) TO TLF-JOB-NAME
                 MOVE WS-WN-STEP-NAME(WS-W) TO TLF-STEP-NAME
                 MOVE 'Scheduled nightly but never logged'
                    TO TLF-TEXT
                 WRITE TL-FLAG-RECORD
                 ADD 1 TO WS-OPLOG-WRITE-CNT
              END-IF
           END-PERFORM

           MOVE SPACES TO TL-TOTAL-LINE
           MOVE 'STEPS LOGGED' TO TLT-TEXT
           MOVE WS-STEP-CNT TO TLT-VALUE
           WRITE TL-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'STEPS FLAGGED' TO TLT-TEXT
           MOVE WS-FLAGGED-CNT TO TLT-VALUE
           WRITE TL-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'SCHEDULED STEPS MISSING' TO TLT-TEXT
           MOVE WS-MISSING-CNT TO TLT-VALUE
           WRITE TL-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           CLOSE TIMELINE-REPORT

           DISPLAY 'Night reported:   ' WS-NIGHT.
           DISPLAY 'Steps logged:     ' WS-STEP-CNT.
           DISPLAY 'Steps flagged:    ' WS-FLAGGED-CNT.
           DISPLAY 'Steps missing:    ' WS-MISSING-CNT.

      *> RC 4 (warning range) when any step was flagged or missing,
      *> so the scheduler can page the on-call analyst before the
      *> morning report is asked after.
           IF WS-FLAGGED-CNT > 0 OR WS-MISSING-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Blank fields take their defaults; anything else must be
      *> numeric and in range, or the card is refused whole rather
      *> than half-applied.
       READ-TIMELINE-PARM.
           OPEN INPUT TLPARM
           READ TLPARM
                  AT END
                         MOVE 'Y' TO WS-PARM-EOF
           END-READ
           CLOSE TLPARM
           IF WS-PARM-EOF = 'Y'
              MOVE SPACES TO TLPARM-RECORD
           END-IF

           IF PARM-CUTOVER NOT = SPACES
              IF PARM-CUTOVER IS NUMERIC
                 AND PARM-CUTOVER(1:2) < '24'
                 AND PARM-CUTOVER(3:2) < '60'
                 MOVE PARM-CUTOVER TO WS-CUTOVER-HHMM
              ELSE
                 MOVE 'N' TO WS-PARM-VALID
              END-IF
           END-IF
           COMPUTE WS-TIME-WORK = WS-CUTOVER-HHMM * 100
           PERFORM TIME-TO-SECS
           MOVE WS-SECS TO WS-CUTOVER-SECS

           IF PARM-DEPTH NOT = SPACES
              IF PARM-DEPTH IS NUMERIC
                 AND PARM-DEPTH > '00'
                 AND PARM-DEPTH NOT > '30'
                 MOVE PARM-DEPTH TO WS-DEPTH
              ELSE
                 MOVE 'N' TO WS-PARM-VALID
              END-IF
           END-IF

      *> No night given: the night that began the day before today,
      *> which is the one just finished for a morning run.
           IF PARM-NIGHT = SPACES
              MOVE WS-RUN-DATE TO WS-DATE-WORK
              PERFORM PREVIOUS-DAY
              MOVE WS-DATE-WORK TO WS-NIGHT
           ELSE
              IF PARM-NIGHT IS NUMERIC
                 MOVE PARM-NIGHT TO WS-NIGHT
              ELSE
                 MOVE 'N' TO WS-PARM-VALID
              END-IF
           END-IF.

      *> Window times are converted to the batch clock once here; a
      *> card without both times still schedules the step (so it can
      *> go MISSING) but is never flagged against a window.
       LOAD-WINDOWS.
           OPEN INPUT OPSWIN
           PERFORM UNTIL WS-WIN-EOF = 'Y'
              READ OPSWIN
                     AT END
                            MOVE 'Y' TO WS-WIN-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM LOAD-WINDOW-ENTRY
           END-PERFORM
           CLOSE OPSWIN.

       LOAD-WINDOW-ENTRY.
           IF OPSWIN-RECORD(1:1) = '*' OR OPSWIN-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-WIN-CNT = WS-MAX-WIN-ENTRIES
              DISPLAY 'More than ' WS-MAX-WIN-ENTRIES
                 ' OPSWIN cards; raise WS-MAX-WIN-ENTRIES'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-WIN-CNT
           MOVE WIN-JOB-NAME TO WS-WN-JOB-NAME(WS-WIN-CNT)
           MOVE WIN-STEP-NAME TO WS-WN-STEP-NAME(WS-WIN-CNT)
           MOVE WIN-SCHEDULE TO WS-WN-SCHEDULE(WS-WIN-CNT)
           MOVE 'N' TO WS-WN-SEEN(WS-WIN-CNT)

           MOVE 'N' TO WS-WN-HAS-WINDOW(WS-WIN-CNT)
           MOVE ZERO TO WS-WN-START-BY(WS-WIN-CNT)
           MOVE ZERO TO WS-WN-END-BY(WS-WIN-CNT)
           IF WIN-START-BY IS NUMERIC AND WIN-END-BY IS NUMERIC
              MOVE 'Y' TO WS-WN-HAS-WINDOW(WS-WIN-CNT)
              MOVE WIN-START-BY TO WS-HHMM
              COMPUTE WS-TIME-WORK = WS-HHMM * 100
              PERFORM TIME-TO-BATCH-SECS
              MOVE WS-SECS TO WS-WN-START-BY(WS-WIN-CNT)
              MOVE WIN-END-BY TO WS-HHMM
              COMPUTE WS-TIME-WORK = WS-HHMM * 100
              PERFORM TIME-TO-BATCH-SECS
              MOVE WS-SECS TO WS-WN-END-BY(WS-WIN-CNT)
           END-IF

           IF WIN-LATE-MINUTES IS NUMERIC
              MOVE WIN-LATE-MINUTES TO WS-MINUTES
              COMPUTE WS-WN-LATE-SECS(WS-WIN-CNT) = WS-MINUTES * 60
           ELSE
              COMPUTE WS-WN-LATE-SECS(WS-WIN-CNT) =
                 WS-DEFAULT-LATE-MINUTES * 60
           END-IF
           IF WIN-LONG-PCT IS NUMERIC AND WIN-LONG-PCT > '100'
              MOVE WIN-LONG-PCT TO WS-WN-LONG-PCT(WS-WIN-CNT)
           ELSE
              MOVE WS-DEFAULT-LONG-PCT TO WS-WN-LONG-PCT(WS-WIN-CNT)
           END-IF.

      *> One pass over the whole log. A record's night comes from its
      *> start date and time against the cutover; records for the
      *> reported night build the run table, completed runs from
      *> earlier nights feed each step's history ring, and anything
      *> later than the reported night is ignored, as is this run's
      *> own start record, appended a moment ago.
       SCAN-OPS-LOG.
           OPEN INPUT OPS-LOG
           PERFORM UNTIL WS-LOG-EOF = 'Y'
              READ OPS-LOG
                     AT END
                            MOVE 'Y' TO WS-LOG-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM SCAN-ONE-LOG-RECORD
           END-PERFORM
           CLOSE OPS-LOG.

       SCAN-ONE-LOG-RECORD.
           IF OPLOG-START-DATE IS NOT NUMERIC
              OR OPLOG-START-TIME IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF OPLOG-PROGRAM = WS-OPLOG-PROGRAM
              AND OPLOG-START-DATE = WS-OPLOG-START-DATE
              AND OPLOG-START-TIME = WS-OPLOG-START-TIME
              EXIT PARAGRAPH
           END-IF
           MOVE OPLOG-START-TIME TO WS-TIME-WORK
           PERFORM TIME-TO-SECS
           MOVE OPLOG-START-DATE TO WS-REC-NIGHT
           IF WS-SECS < WS-CUTOVER-SECS
              MOVE OPLOG-START-DATE TO WS-DATE-WORK
              PERFORM PREVIOUS-DAY
              MOVE WS-DATE-WORK TO WS-REC-NIGHT
           END-IF
           MOVE OPLOG-START-TIME TO WS-TIME-WORK
           PERFORM TIME-TO-BATCH-SECS
           MOVE WS-SECS TO WS-START-BSECS

           IF OPLOG-END-EVENT
              PERFORM COMPUTE-ELAPSED
           END-IF

           EVALUATE TRUE
              WHEN WS-REC-NIGHT = WS-NIGHT AND OPLOG-START-EVENT
                 PERFORM ADD-RUN-ENTRY
              WHEN WS-REC-NIGHT = WS-NIGHT AND OPLOG-END-EVENT
                 PERFORM CLOSE-RUN-ENTRY
              WHEN WS-REC-NIGHT < WS-NIGHT AND OPLOG-END-EVENT
                 PERFORM ADD-HISTORY-RUN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> Elapsed seconds from start to end. The end date moving past
      *> the start date means the step ran through midnight; a step
      *> running over a whole day is beyond what this report reads.
       COMPUTE-ELAPSED.
           MOVE OPLOG-START-TIME TO WS-TIME-WORK
           PERFORM TIME-TO-SECS
           MOVE WS-SECS TO WS-SECS-REM
           MOVE OPLOG-END-TIME TO WS-TIME-WORK
           PERFORM TIME-TO-SECS
           IF OPLOG-END-DATE > OPLOG-START-DATE
              ADD 86400 TO WS-SECS
           END-IF
           IF WS-SECS < WS-SECS-REM
              MOVE ZERO TO WS-ELAPSED
           ELSE
              COMPUTE WS-ELAPSED = WS-SECS - WS-SECS-REM
           END-IF
           COMPUTE WS-END-BSECS = WS-START-BSECS + WS-ELAPSED.

       ADD-RUN-ENTRY.
           IF WS-RUN-CNT = WS-MAX-RUN-ENTRIES
              DISPLAY 'More than ' WS-MAX-RUN-ENTRIES
                 ' steps logged for one night; raise WS-MAX-RUN-ENTRIES'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-RUN-CNT
           MOVE OPLOG-JOB-NAME TO WS-RN-JOB-NAME(WS-RUN-CNT)
           MOVE OPLOG-STEP-NAME TO WS-RN-STEP-NAME(WS-RUN-CNT)
           MOVE OPLOG-PROGRAM TO WS-RN-PROGRAM(WS-RUN-CNT)
           MOVE OPLOG-BUS-DATE TO WS-RN-BUS-DATE(WS-RUN-CNT)
           MOVE OPLOG-START-DATE TO WS-RN-START-DATE(WS-RUN-CNT)
           MOVE OPLOG-START-TIME TO WS-RN-START-TIME(WS-RUN-CNT)
           MOVE WS-START-BSECS TO WS-RN-START-BSECS(WS-RUN-CNT)
           MOVE ZERO TO WS-RN-END-DATE(WS-RUN-CNT)
           MOVE ZERO TO WS-RN-END-TIME(WS-RUN-CNT)
           MOVE ZERO TO WS-RN-END-BSECS(WS-RUN-CNT)
           MOVE ZERO TO WS-RN-ELAPSED(WS-RUN-CNT)
           MOVE ZERO TO WS-RN-RECS-READ(WS-RUN-CNT)
           MOVE ZERO TO WS-RN-RECS-WRITTEN(WS-RUN-CNT)
           MOVE ZERO TO WS-RN-RETURN-CODE(WS-RUN-CNT)
           MOVE 'N' TO WS-RN-ENDED(WS-RUN-CNT).

      *> The end record pairs with its start on the start date and
      *> time it repeats. An end whose start was lost still reports,
      *> from its own copy of the start fields.
       CLOSE-RUN-ENTRY.
           MOVE ZERO TO WS-FOUND-RUN
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RUN-CNT OR WS-FOUND-RUN > 0
              IF WS-RN-JOB-NAME(WS-R) = OPLOG-JOB-NAME
                 AND WS-RN-STEP-NAME(WS-R) = OPLOG-STEP-NAME
                 AND WS-RN-PROGRAM(WS-R) = OPLOG-PROGRAM
                 AND WS-RN-START-DATE(WS-R) = OPLOG-START-DATE
                 AND WS-RN-START-TIME(WS-R) = OPLOG-START-TIME
                 AND WS-RN-ENDED(WS-R) = 'N'
                 MOVE WS-R TO WS-FOUND-RUN
              END-IF
           END-PERFORM
           IF WS-FOUND-RUN = 0
              PERFORM ADD-RUN-ENTRY
              MOVE WS-RUN-CNT TO WS-FOUND-RUN
           END-IF
           MOVE OPLOG-BUS-DATE TO WS-RN-BUS-DATE(WS-FOUND-RUN)
           MOVE OPLOG-END-DATE TO WS-RN-END-DATE(WS-FOUND-RUN)
           MOVE OPLOG-END-TIME TO WS-RN-END-TIME(WS-FOUND-RUN)
           MOVE WS-END-BSECS TO WS-RN-END-BSECS(WS-FOUND-RUN)
           MOVE WS-ELAPSED TO WS-RN-ELAPSED(WS-FOUND-RUN)
           MOVE OPLOG-RECS-READ TO WS-RN-RECS-READ(WS-FOUND-RUN)
           MOVE OPLOG-RECS-WRITTEN TO WS-RN-RECS-WRITTEN(WS-FOUND-RUN)
           MOVE OPLOG-RETURN-CODE TO WS-RN-RETURN-CODE(WS-FOUND-RUN)
           MOVE 'Y' TO WS-RN-ENDED(WS-FOUND-RUN).

      *> The log is in the order things happened, so overwriting the
      *> ring's oldest slot each time leaves the latest WS-DEPTH runs
      *> standing once the scan is done.
       ADD-HISTORY-RUN.
           MOVE ZERO TO WS-FOUND-HIST
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIST-CNT OR WS-FOUND-HIST > 0
              IF WS-HS-JOB-NAME(WS-H) = OPLOG-JOB-NAME
                 AND WS-HS-STEP-NAME(WS-H) = OPLOG-STEP-NAME
                 AND WS-HS-PROGRAM(WS-H) = OPLOG-PROGRAM
                 MOVE WS-H TO WS-FOUND-HIST
              END-IF
           END-PERFORM
           IF WS-FOUND-HIST = 0
              IF WS-HIST-CNT = WS-MAX-HIST-ENTRIES
                 DISPLAY 'More than ' WS-MAX-HIST-ENTRIES
                    ' distinct steps on OPSLOG; raise'
                    ' WS-MAX-HIST-ENTRIES'
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-OPLOG-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-HIST-CNT
              MOVE WS-HIST-CNT TO WS-FOUND-HIST
              MOVE OPLOG-JOB-NAME TO WS-HS-JOB-NAME(WS-FOUND-HIST)
              MOVE OPLOG-STEP-NAME TO WS-HS-STEP-NAME(WS-FOUND-HIST)
              MOVE OPLOG-PROGRAM TO WS-HS-PROGRAM(WS-FOUND-HIST)
              MOVE ZERO TO WS-HS-CNT(WS-FOUND-HIST)
              MOVE 1 TO WS-HS-NEXT(WS-FOUND-HIST)
           END-IF

           MOVE WS-HS-NEXT(WS-FOUND-HIST) TO WS-S
           MOVE WS-START-BSECS
              TO WS-HS-START-BSECS(WS-FOUND-HIST, WS-S)
           MOVE WS-ELAPSED TO WS-HS-ELAPSED(WS-FOUND-HIST, WS-S)
           IF WS-HS-CNT(WS-FOUND-HIST) < WS-DEPTH
              ADD 1 TO WS-HS-CNT(WS-FOUND-HIST)
           END-IF
           IF WS-S = WS-DEPTH
              MOVE 1 TO WS-HS-NEXT(WS-FOUND-HIST)
           ELSE
              ADD 1 TO WS-HS-NEXT(WS-FOUND-HIST)
           END-IF.

      *> One STEP line for run WS-R, then whatever FLAG lines it
      *> earns: outside its OPSWIN window, late or long against its
      *> recent average, or no end record at all.
       REPORT-ONE-STEP.
           ADD 1 TO WS-STEP-CNT
           MOVE 'N' TO WS-STEP-FLAGGED

           MOVE ZERO TO WS-FOUND-WIN
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-WIN-CNT OR WS-FOUND-WIN > 0
              IF WS-WN-JOB-NAME(WS-W) = WS-RN-JOB-NAME(WS-R)
                 AND WS-WN-STEP-NAME(WS-W) = WS-RN-STEP-NAME(WS-R)
                 MOVE WS-W TO WS-FOUND-WIN
              END-IF
           END-PERFORM
           IF WS-FOUND-WIN > 0
              MOVE 'Y' TO WS-WN-SEEN(WS-FOUND-WIN)
           END-IF

           PERFORM FIND-STEP-AVERAGE

           MOVE SPACES TO TL-STEP-RECORD
           MOVE 'STEP' TO TLS-TAG
           MOVE WS-RN-JOB-NAME(WS-R) TO TLS-JOB-NAME
           MOVE WS-RN-STEP-NAME(WS-R) TO TLS-STEP-NAME
           MOVE WS-RN-PROGRAM(WS-R) TO TLS-PROGRAM
           MOVE WS-RN-BUS-DATE(WS-R) TO TLS-BUS-DATE
           MOVE WS-RN-START-BSECS(WS-R) TO WS-SECS
           PERFORM EDIT-BATCH-CLOCK
           MOVE WS-CLOCK-EDIT TO TLS-START
           IF WS-RN-ENDED(WS-R) = 'Y'
              MOVE WS-RN-END-BSECS(WS-R) TO WS-SECS
              PERFORM EDIT-BATCH-CLOCK
              MOVE WS-CLOCK-EDIT TO TLS-END
              MOVE WS-RN-ELAPSED(WS-R) TO WS-SECS
              PERFORM EDIT-SPAN
              MOVE WS-CLOCK-EDIT TO TLS-ELAPSED
           END-IF
           IF WS-FOUND-HIST > 0
              MOVE WS-AVG-START-BSECS TO WS-SECS
              PERFORM EDIT-BATCH-CLOCK
              MOVE WS-CLOCK-EDIT TO TLS-AVG-START
              MOVE WS-AVG-ELAPSED TO WS-SECS
              PERFORM EDIT-SPAN
              MOVE WS-CLOCK-EDIT TO TLS-AVG-ELAPSED
           END-IF
           MOVE WS-RN-RECS-READ(WS-R) TO TLS-RECS-READ
           MOVE WS-RN-RECS-WRITTEN(WS-R) TO TLS-RECS-WRITTEN
           MOVE WS-RN-RETURN-CODE(WS-R) TO TLS-RETURN-CODE
           WRITE TL-STEP-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           IF WS-RN-ENDED(WS-R) = 'N'
              MOVE 'Start logged, no end -- abended or still running'
                 TO TLF-TEXT
              PERFORM WRITE-STEP-FLAG
           END-IF

           IF WS-FOUND-WIN > 0
              IF WS-WN-HAS-WINDOW(WS-FOUND-WIN) = 'Y'
                 IF WS-RN-START-BSECS(WS-R)
                    > WS-WN-START-BY(WS-FOUND-WIN)
                    MOVE 'Started after its window start-by time'
                       TO TLF-TEXT
                    PERFORM WRITE-STEP-FLAG
                 END-IF
                 IF WS-RN-ENDED(WS-R) = 'Y'
                    AND WS-RN-END-BSECS(WS-R)
                        > WS-WN-END-BY(WS-FOUND-WIN)
                    MOVE 'Ended after its window end-by time'
                       TO TLF-TEXT
                    PERFORM WRITE-STEP-FLAG
                 END-IF
              END-IF
           END-IF

           IF WS-FOUND-HIST > 0
              PERFORM CHECK-AGAINST-AVERAGE
           END-IF

           IF WS-STEP-FLAGGED = 'Y'
              ADD 1 TO WS-FLAGGED-CNT
           END-IF.

      *> Average start (batch clock) and elapsed time over the runs
      *> in this step's ring; WS-FOUND-HIST stays zero for a step
      *> with no earlier completed run to compare against.
       FIND-STEP-AVERAGE.
           MOVE ZERO TO WS-FOUND-HIST
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIST-CNT OR WS-FOUND-HIST > 0
              IF WS-HS-JOB-NAME(WS-H) = WS-RN-JOB-NAME(WS-R)
                 AND WS-HS-STEP-NAME(WS-H) = WS-RN-STEP-NAME(WS-R)
                 AND WS-HS-PROGRAM(WS-H) = WS-RN-PROGRAM(WS-R)
                 MOVE WS-H TO WS-FOUND-HIST
              END-IF
           END-PERFORM
           IF WS-FOUND-HIST = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SUM-START
           MOVE ZERO TO WS-SUM-ELAPSED
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-HS-CNT(WS-FOUND-HIST)
              ADD WS-HS-START-BSECS(WS-FOUND-HIST, WS-S)
                 TO WS-SUM-START
              ADD WS-HS-ELAPSED(WS-FOUND-HIST, WS-S)
                 TO WS-SUM-ELAPSED
           END-PERFORM
           COMPUTE WS-AVG-START-BSECS ROUNDED =
              WS-SUM-START / WS-HS-CNT(WS-FOUND-HIST)
           COMPUTE WS-AVG-ELAPSED ROUNDED =
              WS-SUM-ELAPSED / WS-HS-CNT(WS-FOUND-HIST).

      *> Late and long use the window card's tolerances where the
      *> step has one, the defaults where it doesn't.
       CHECK-AGAINST-AVERAGE.
           IF WS-FOUND-WIN > 0
              COMPUTE WS-LATE-LIMIT = WS-AVG-START-BSECS
                 + WS-WN-LATE-SECS(WS-FOUND-WIN)
              COMPUTE WS-LONG-LIMIT = WS-AVG-ELAPSED
                 * WS-WN-LONG-PCT(WS-FOUND-WIN) / 100
           ELSE
              COMPUTE WS-LATE-LIMIT = WS-AVG-START-BSECS
                 + WS-DEFAULT-LATE-MINUTES * 60
              COMPUTE WS-LONG-LIMIT = WS-AVG-ELAPSED
                 * WS-DEFAULT-LONG-PCT / 100
           END-IF
           IF WS-LONG-LIMIT < WS-AVG-ELAPSED + WS-LONG-FLOOR-SECS
              COMPUTE WS-LONG-LIMIT =
                 WS-AVG-ELAPSED + WS-LONG-FLOOR-SECS
           END-IF

           IF WS-RN-START-BSECS(WS-R) > WS-LATE-LIMIT
              MOVE 'Started late against its recent average start'
                 TO TLF-TEXT
              PERFORM WRITE-STEP-FLAG
           END-IF
           IF WS-RN-ENDED(WS-R) = 'Y'
              AND WS-RN-ELAPSED(WS-R) > WS-LONG-LIMIT
              MOVE 'Ran long against its recent average elapsed'
                 TO TLF-TEXT
              PERFORM WRITE-STEP-FLAG
           END-IF.

      *> TLF-TEXT is set by the caller.
       WRITE-STEP-FLAG.
           MOVE 'Y' TO WS-STEP-FLAGGED
           MOVE 'FLAG' TO TLF-TAG
           MOVE WS-RN-JOB-NAME(WS-R) TO TLF-JOB-NAME
           MOVE WS-RN-STEP-NAME(WS-R) TO TLF-STEP-NAME
           WRITE TL-FLAG-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE SPACES TO TL-FLAG-RECORD.

      *> WS-TIME-WORK (HHMMSS) to seconds since midnight in WS-SECS.
       TIME-TO-SECS.
           COMPUTE WS-SECS = WS-TW-HH * 3600 + WS-TW-MM * 60
              + WS-TW-SS.

      *> WS-TIME-WORK (HHMMSS wall clock) to seconds since the
      *> cutover in WS-SECS -- a time before the cutover is the small
      *> hours of the same night.
       TIME-TO-BATCH-SECS.
           PERFORM TIME-TO-SECS
           IF WS-SECS < WS-CUTOVER-SECS
              ADD 86400 TO WS-SECS
           END-IF
           SUBTRACT WS-CUTOVER-SECS FROM WS-SECS.

      *> Batch-clock seconds in WS-SECS back to an HH:MM:SS wall
      *> clock in WS-CLOCK-EDIT.
       EDIT-BATCH-CLOCK.
           ADD WS-CUTOVER-SECS TO WS-SECS
           IF WS-SECS NOT < 86400
              SUBTRACT 86400 FROM WS-SECS
           END-IF
           PERFORM EDIT-SPAN.

      *> Seconds in WS-SECS as HH:MM:SS in WS-CLOCK-EDIT.
       EDIT-SPAN.
           DIVIDE WS-SECS BY 3600 GIVING WS-CE-HH
              REMAINDER WS-SECS-REM
           DIVIDE WS-SECS-REM BY 60 GIVING WS-CE-MM
              REMAINDER WS-CE-SS.

      *> Step WS-DATE-WORK back one calendar day, across month and
      *> year ends; February has 29 days in a year divisible by 4,
      *> except a century year not divisible by 400.
       PREVIOUS-DAY.
           IF WS-DW-DAY > 1
              SUBTRACT 1 FROM WS-DW-DAY
              EXIT PARAGRAPH
           END-IF
           IF WS-DW-MONTH = 1
              MOVE 12 TO WS-DW-MONTH
              SUBTRACT 1 FROM WS-DW-YEAR
           ELSE
              SUBTRACT 1 FROM WS-DW-MONTH
           END-IF
           MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-DW-DAY
           IF WS-DW-MONTH = 2
              DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = 0
                 MOVE 29 TO WS-DW-DAY
                 DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM NOT = 0
                       MOVE 28 TO WS-DW-DAY
                    END-IF
                 END-IF
              END-IF
           END-IF.

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
