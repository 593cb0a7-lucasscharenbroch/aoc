                  LINE SEQUENTIAL.
           SELECT IMPACT-REPORT ASSIGN TO IMPRPT
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
              05 IMP-HDR-DEPT PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 IMP-HDR-JOB PIC X(8).
      *> Who keyed the change and who approved it off the queue;
      *> spaces on journal records older than the approval queue.
              05 FILLER PIC X VALUE SPACE.
              05 IMP-HDR-OPERATOR PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 IMP-HDR-APPROVER PIC X(8).
       01 IMP-CNT-RECORD.
              05 FILLER PIC XX VALUE SPACES.
              05 IMP-CNT-LABEL PIC X(16).
              05 IMP-TOT-TEXT PIC X(24).
              05 IMP-TOT-VALUE PIC Z(5)9.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *> Parse buffer for the journal's before/after images -- the
      *> layout both RULEMSTR FDs COPY, so the changed rule's key
       01 WS-CHANGE-CNT PIC 9(6) VALUE 0.
       01 WS-FLAG-CNT PIC 9(6) VALUE 0.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05IM'.
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
           PERFORM READ-IMPACT-PARM
           IF WS-PARM-VALID = 'N'
              DISPLAY 'IMPPARM missing or window not 01-99'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF

                     AT END
                            MOVE 'Y' TO WS-JRNL-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM REPORT-ONE-CHANGE
           END-PERFORM
           CLOSE RULE-JOURNAL
           MOVE 'CHANGES REPORTED' TO IMP-TOT-TEXT
           MOVE WS-CHANGE-CNT TO IMP-TOT-VALUE
           WRITE IMP-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'CHANGES FLAGGED' TO IMP-TOT-TEXT
           MOVE WS-FLAG-CNT TO IMP-TOT-VALUE
           WRITE IMP-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           CLOSE IMPACT-REPORT

           DISPLAY 'Changes reported: ' WS-CHANGE-CNT.
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-OPLOG-END
           STOP RUN.

       READ-IMPACT-PARM.
                     AT END
                            MOVE 'Y' TO WS-HIST-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM LOAD-HISTORY-ENTRY
           END-PERFORM
           CLOSE RUN-HISTORY.
                     AT END
                            MOVE 'Y' TO WS-USAGE-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM LOAD-USAGE-ENTRY
           END-PERFORM
           CLOSE RULE-USAGE.
              MOVE WS-CHG-DEPT TO IMP-HDR-DEPT
           END-IF
           MOVE JRNL-JOB-NAME TO IMP-HDR-JOB
           MOVE JRNL-OPERATOR TO IMP-HDR-OPERATOR
           MOVE JRNL-APPROVER TO IMP-HDR-APPROVER
           WRITE IMP-HDR-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE SPACES TO IMP-CNT-RECORD
           MOVE 'RULE FIRES' TO IMP-CNT-LABEL
           COMPUTE WS-FIRE-DELTA = WS-AFT-FIRES - WS-BEF-FIRES
           MOVE WS-FIRE-DELTA TO IMP-CNT-CHANGE
           WRITE IMP-CNT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE SPACES TO IMP-RATE-RECORD
           MOVE 'CORRECT RATE' TO IMP-RATE-LABEL
           COMPUTE WS-RATE-DELTA = WS-AFT-CORR-AVG - WS-BEF-CORR-AVG
           MOVE WS-RATE-DELTA TO IMP-RATE-CHANGE
           WRITE IMP-RATE-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE WS-RATE-DELTA TO WS-ABS-DELTA
           IF WS-ABS-DELTA > WS-RATE-TOLERANCE
              PERFORM FLAG-CHANGE
           COMPUTE WS-RATE-DELTA = WS-AFT-REJ-AVG - WS-BEF-REJ-AVG
           MOVE WS-RATE-DELTA TO IMP-RATE-CHANGE
           WRITE IMP-RATE-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE WS-RATE-DELTA TO WS-ABS-DELTA
           IF WS-ABS-DELTA > WS-RATE-TOLERANCE
              PERFORM FLAG-CHANGE
           MOVE 'FLAG' TO IMP-FLAG-TAG
           MOVE 'Run-level movement past tolerance at this change'
              TO IMP-FLAG-TEXT
           WRITE IMP-FLAG-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

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
