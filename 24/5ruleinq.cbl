                  LINE SEQUENTIAL.
           SELECT INQUIRY-REPORT ASSIGN TO INQRPT
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
              05 INQ-TOT-TEXT PIC X(24).
              05 INQ-TOT-VALUE PIC Z(5)9.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *> Parse buffer for the journal's before/after images -- the
      *> same layout both RULEMSTR FDs COPY, so the images unpack
       01 WS-APPLIED-CNT PIC 9(6) VALUE 0.
       01 WS-ACTIVE-CNT PIC 9(6) VALUE 0.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05RI'.
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
           PERFORM READ-INQUIRY-PARM
           IF WS-PARM-VALID = 'N'
              DISPLAY 'INQPARM missing or as-of date not YYYYMMDD'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF

                     AT END
                            MOVE 'Y' TO WS-JRNL-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-JRNL-CNT
                            PERFORM REPLAY-JOURNAL-RECORD
           END-PERFORM
           DISPLAY 'Journal records read:    ' WS-JRNL-CNT.
           DISPLAY 'Applied through as-of:   ' WS-APPLIED-CNT.
           DISPLAY 'Active rules at as-of:   ' WS-ACTIVE-CNT.
           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Seed the table from the journal checkpoint when its date
                     AT END
                            MOVE 'Y' TO WS-SNAP-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM APPLY-SNAPSHOT-RECORD
           END-PERFORM
           CLOSE JRNL-SNAPSHOT.
                          WS-MAX-RULE-ENTRIES
                          ' entries; raise WS-MAX-RULE-ENTRIES'
                       MOVE 12 TO RETURN-CODE
                       PERFORM WRITE-OPLOG-END
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-SNAP-SEED-CNT
                    DISPLAY 'Rule table full at ' WS-MAX-RULE-ENTRIES
                       ' entries; raise WS-MAX-RULE-ENTRIES'
                    MOVE 12 TO RETURN-CODE
                    PERFORM WRITE-OPLOG-END
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-ENT-CNT
           MOVE 'ACTIVE RULE SET AS OF' TO INQ-HDG-TEXT
           MOVE WS-ASOF-DATE TO INQ-HDG-DATE
           WRITE INQ-HEADING
           ADD 1 TO WS-OPLOG-WRITE-CNT

           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-ENT-CNT
              MOVE WS-ENT-IMAGE(WS-E) TO RULEMSTR-RECORD
                 END-IF
                 MOVE RULEMSTR-DESC TO INQ-DESC
                 WRITE INQ-RECORD
                 ADD 1 TO WS-OPLOG-WRITE-CNT
              END-IF
           END-PERFORM

           MOVE 'ACTIVE RULE COUNT' TO INQ-TOT-TEXT
           MOVE WS-ACTIVE-CNT TO INQ-TOT-VALUE
           WRITE INQ-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           CLOSE INQUIRY-REPORT.

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
