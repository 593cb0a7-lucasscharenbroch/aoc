                  LINE SEQUENTIAL.
           SELECT ARCH-REPORT ASSIGN TO ARCHRPT
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Kept (post-cutoff) usage detail passes through as raw byte
      *> images, like the history and journal splits below.
       FD NEW-USAGE.
       01 NEWUSE-RECORD PIC X(43).

       FD NEW-SUMMARY.
           COPY RULESUMM REPLACING RULESUMM-RECORD BY NEWSUMM-RECORD
           COPY RUNHIST.

       FD NEW-HISTORY.
       01 NEWHIST-RECORD PIC X(95).

       FD HIST-ARCHIVE.
       01 HISTARCH-RECORD PIC X(95).

      *> Journal record layout is COPYed from RULEJRNL.cpy so this FD
      *> and 5rulemaint.cbl's/5ruleinq.cbl's can't drift apart from
           COPY RULEJRNL.

       FD NEW-JOURNAL.
       01 NEWJRNL-RECORD PIC X(168).

       FD JRNL-ARCHIVE.
       01 JRNLARCH-RECORD PIC X(168).

      *> Snapshot layout is COPYed from JRNLSNAP.cpy so this FD and
      *> 5ruleinq.cbl's can't drift apart from each other.
              05 ARPT-TXT-TEXT PIC X(24).
              05 ARPT-TXT-VALUE PIC X(10).

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *> Parse buffer for snapshot and journal images -- the layout
      *> both RULEMSTR FDs COPY, so images unpack with the master's
       01 WS-SNAP-OUT-CNT PIC 9(8) VALUE 0.
       01 WS-BALANCE-OK PIC A VALUE 'Y'.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05AR'.
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
           PERFORM READ-ARCH-PARM
           IF WS-PARM-VALID = 'N'
              DISPLAY 'ARCHPARM missing or cutoff date not YYYYMMDD'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF

              MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-OPLOG-END
           STOP RUN.

       READ-ARCH-PARM.
                     AT END
                            MOVE 'Y' TO WS-SUMM-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM FOLD-SUMMARY-RECORD
           END-PERFORM
           CLOSE OLD-SUMMARY
                     AT END
                            MOVE 'Y' TO WS-USAGE-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM SPLIT-USAGE-RECORD
           END-PERFORM
           CLOSE RULE-USAGE
                    MOVE WS-LIFE-HITS(WS-P, WS-S) TO NS-LIFE-HITS
                    MOVE WS-LAST-FIRED(WS-P, WS-S) TO NS-LAST-FIRED
                    WRITE NEWSUMM-RECORD
                    ADD 1 TO WS-OPLOG-WRITE-CNT
                 END-IF
              END-PERFORM
           END-PERFORM
              ADD 1 TO WS-SUMM-OUT-CNT
              MOVE RULESUMM-RECORD TO NEWSUMM-RECORD
              WRITE NEWSUMM-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUMM-READ-CNT
                 ADD RU-HIT-CNT TO WS-HITS-OUT
              END-IF
              WRITE NEWUSE-RECORD FROM RULEUSE-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-IF.

      *> Split the run history at the cutoff: older records to the
                     AT END
                            MOVE 'Y' TO WS-HIST-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-HIST-READ-CNT
                            IF RH-RUN-DATE IS NUMERIC
                               AND RH-RUN-DATE < WS-CUTOFF-DATE
                               ADD 1 TO WS-HIST-ARCH-CNT
                               WRITE HISTARCH-RECORD
                                  FROM RUNHIST-RECORD
                               ADD 1 TO WS-OPLOG-WRITE-CNT
                            ELSE
                               ADD 1 TO WS-HIST-KEEP-CNT
                               WRITE NEWHIST-RECORD
                                  FROM RUNHIST-RECORD
                               ADD 1 TO WS-OPLOG-WRITE-CNT
                            END-IF
           END-PERFORM
           CLOSE RUN-HISTORY
                     AT END
                            MOVE 'Y' TO WS-SNAP-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM SEED-FROM-SNAPSHOT
           END-PERFORM
           CLOSE OLD-SNAPSHOT
                     AT END
                            MOVE 'Y' TO WS-JRNL-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM SPLIT-JOURNAL-RECORD
           END-PERFORM
           CLOSE RULE-JOURNAL
           MOVE WS-NEW-SNAP-DATE TO NSNAP-DATE
           MOVE SPACES TO NSNAP-IMAGE
           WRITE NEWSNAP-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-ENT-CNT
              ADD 1 TO WS-SNAP-OUT-CNT
              MOVE SPACES TO NEWSNAP-RECORD
              MOVE WS-NEW-SNAP-DATE TO NSNAP-DATE
              MOVE WS-ENT-IMAGE(WS-E) TO NSNAP-IMAGE
              WRITE NEWSNAP-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-PERFORM
           CLOSE NEW-SNAPSHOT.

                    DISPLAY 'Rule table full at ' WS-MAX-RULE-ENTRIES
                       ' entries; raise WS-MAX-RULE-ENTRIES'
                    MOVE 12 TO RETURN-CODE
                    PERFORM WRITE-OPLOG-END
                    STOP RUN
                 END-IF
                 MOVE SNAP-IMAGE TO RULEMSTR-RECORD
              OR JRNL-DATE NOT LESS THAN WS-CUTOFF-DATE
              ADD 1 TO WS-JRNL-KEEP-CNT
              WRITE NEWJRNL-RECORD FROM RULEJRNL-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-JRNL-FOLD-CNT
           WRITE JRNLARCH-RECORD FROM RULEJRNL-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           IF JRNL-DATE > WS-NEW-SNAP-DATE
              MOVE JRNL-DATE TO WS-NEW-SNAP-DATE
           END-IF
                    DISPLAY 'Rule table full at ' WS-MAX-RULE-ENTRIES
                       ' entries; raise WS-MAX-RULE-ENTRIES'
                    MOVE 12 TO RETURN-CODE
                    PERFORM WRITE-OPLOG-END
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-ENT-CNT
           MOVE 'CUTOFF DATE' TO ARPT-TEXT
           MOVE WS-CUTOFF-DATE TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'USAGE RECS READ' TO ARPT-TEXT
           MOVE WS-USE-READ-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'USAGE RECS FOLDED' TO ARPT-TEXT
           MOVE WS-USE-FOLD-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'USAGE RECS KEPT' TO ARPT-TEXT
           MOVE WS-USE-KEEP-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'SUMMARY RECS IN' TO ARPT-TEXT
           MOVE WS-SUMM-READ-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'SUMMARY RECS OUT' TO ARPT-TEXT
           MOVE WS-SUMM-OUT-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'HIT TOTAL IN' TO ARPT-TEXT
           MOVE WS-HITS-IN TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'HIT TOTAL OUT' TO ARPT-TEXT
           MOVE WS-HITS-OUT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'HIST RECS READ' TO ARPT-TEXT
           MOVE WS-HIST-READ-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'HIST RECS KEPT' TO ARPT-TEXT
           MOVE WS-HIST-KEEP-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'HIST RECS ARCHIVED' TO ARPT-TEXT
           MOVE WS-HIST-ARCH-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'JRNL RECS READ' TO ARPT-TEXT
           MOVE WS-JRNL-READ-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'JRNL RECS FOLDED' TO ARPT-TEXT
           MOVE WS-JRNL-FOLD-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'JRNL RECS KEPT' TO ARPT-TEXT
           MOVE WS-JRNL-KEEP-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'SNAPSHOT RULES IN' TO ARPT-TEXT
           MOVE WS-SNAP-IN-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'SNAPSHOT RULES OUT' TO ARPT-TEXT
           MOVE WS-SNAP-OUT-CNT TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'SNAPSHOT DATE' TO ARPT-TEXT
           MOVE WS-NEW-SNAP-DATE TO ARPT-VALUE
           WRITE ARCH-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           IF WS-USE-READ-CNT NOT =
              WS-USE-FOLD-CNT + WS-USE-KEEP-CNT
           ELSE
              MOVE 'MISMATCH' TO ARPT-TXT-VALUE
           END-IF
           WRITE ARCH-TEXT-RECORD
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
