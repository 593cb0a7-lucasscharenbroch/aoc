      *> gives rule changes.
           SELECT OPTIONAL DISP-JOURNAL ASSIGN TO DISPJRNL
                  LINE SEQUENTIAL.
      *> Department activity history (see DEPTHIST.cpy): one 'F'
      *> record per force-release, which the monthly chargeback
      *> bills to the item's department. EXTEND like the journal;
      *> OPTIONAL covers first use.
           SELECT OPTIONAL DEPT-HISTORY ASSIGN TO DEPTHIST
                  LINE SEQUENTIAL.
      *> Follow-up return records (see RETREC.cpy): one per
      *> disposition applied, so the department that sent the item
      *> learns it was purged, released as sent, or is still held
      *> with a note -- under the same envelope its suspended return
      *> record came back under. A per-run work file; the JCL adds it
      *> to the pending return dataset for the next nightly run.
           SELECT RETURN-OUT ASSIGN TO RETOUT
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
              05 SUSP-OUT-DEPT PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 SUSP-OUT-PAGE-LIST PIC X(1000).
              05 FILLER PIC X.
              05 SUSP-OUT-HOLD-CODE PIC X(7).
              05 FILLER PIC X.
              05 SUSP-OUT-ENVELOPE PIC X(17).

      *> One transaction per line, fixed columns delimited by | the
      *> way TRANFILE is: TC|FIRSTHELD|DEPT|OPERATOR|REASON|PAGELIST.
              05 FILLER PIC X VALUE SPACE.
              05 DJ-PAGE-LIST PIC X(1000).

      *> Department-history record layout is COPYed from DEPTHIST.cpy
      *> so this FD and 5.cbl's can't drift apart from each other.
       FD DEPT-HISTORY.
           COPY DEPTHIST.

       FD OPS-LOG.
           COPY OPSLOG.

      *> Return record layout is COPYed from RETREC.cpy so this FD and
      *> 5.cbl's can't drift apart from each other.
       FD RETURN-OUT.
           COPY RETREC.

       WORKING-STORAGE SECTION.
      *> The whole disposition deck, loaded up front so each held
      *> item is matched in one pass over the suspense master.
              05 WS-TIME-HHMMSS PIC 9(6).
              05 FILLER PIC XX.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05SD'.
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
           OPEN OUTPUT DISP-LOG
           OPEN EXTEND DISP-JOURNAL
           OPEN EXTEND DEPT-HISTORY
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT 'JOBNAME'
           PERFORM LOAD-DISPOSITIONS

           OPEN INPUT SUSPENSE-IN
           OPEN OUTPUT SUSPENSE-OUT
           OPEN EXTEND FORCE-OUT
           OPEN OUTPUT RETURN-OUT

           PERFORM UNTIL WS-SUSP-EOF = 'Y'
              READ SUSPENSE-IN
                     AT END
                            MOVE 'Y' TO WS-SUSP-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-READ-CNT
                            PERFORM DISPOSE-SUSPENSE-ITEM
           END-PERFORM
           CLOSE SUSPENSE-IN.
           CLOSE SUSPENSE-OUT.
           CLOSE FORCE-OUT.
           CLOSE RETURN-OUT.
           CLOSE DISP-LOG.
           CLOSE DISP-JOURNAL.
           CLOSE DEPT-HISTORY.

           DISPLAY 'Items read:       ' WS-READ-CNT.
           DISPLAY 'Items purged:     ' WS-PURGE-CNT.
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Pull the deck into the table, validating each line the way
                     AT END
                            MOVE 'Y' TO WS-DISP-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-DISP-LINE-NUM
                            PERFORM LOAD-ONE-DISPOSITION
           END-PERFORM
              DISPLAY 'More than ' WS-MAX-DISP-ENTRIES
                 ' dispositions on DISPFILE; raise the table'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-DISP-CNT
                 MOVE 'PURGED' TO WS-RESULT-TEXT
                 PERFORM LOG-DISP-APPLIED
                 PERFORM WRITE-DISP-JOURNAL
                 PERFORM WRITE-RETURN-FOLLOW-UP
              WHEN 'F'
                 ADD 1 TO WS-FORCE-CNT
                 MOVE SPACES TO FORCE-RECORD
                 MOVE SUSP-PAGE-LIST TO FORCE-PAGE-LIST
                 WRITE FORCE-RECORD
                 ADD 1 TO WS-OPLOG-WRITE-CNT
                 MOVE 'RELEASED' TO WS-RESULT-TEXT
                 PERFORM LOG-DISP-APPLIED
                 PERFORM WRITE-DISP-JOURNAL
                 PERFORM WRITE-FORCE-HISTORY
                 PERFORM WRITE-RETURN-FOLLOW-UP
              WHEN 'A'
                 ADD 1 TO WS-ANNOT-CNT
                 MOVE 'ANNOTATED' TO WS-RESULT-TEXT
                 PERFORM LOG-DISP-APPLIED
                 PERFORM WRITE-DISP-JOURNAL
                 PERFORM WRITE-RETURN-FOLLOW-UP
      *> An annotation changes nothing on the dataset -- the item
      *> stays held; the point is the journaled reason.
                 PERFORM WRITE-ITEM-FORWARD
           END-EVALUATE.

      *> Tell the sender what the disposition did to the held item
      *> -- identified by its envelope, department, first-held date
      *> and page list as sent -- with the operator's reason. Dated
      *> like its journal record (WRITE-DISP-JOURNAL runs first). An
      *> item from a feed with no HDR| has no sender to tell.
       WRITE-RETURN-FOLLOW-UP.
           IF SUSP-SOURCE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RET-RECORD
           MOVE 'D' TO RET-REC-TYPE
           MOVE SUSP-SOURCE TO RET-SOURCE
           MOVE SUSP-BUS-DATE TO RET-BUS-DATE
           MOVE WS-JRNL-DATE TO RET-RUN-DATE
           MOVE 'F' TO RET-BLOCK-KIND
           MOVE ZERO TO RET-LINE-NUM
           MOVE SUSP-DEPT TO RET-DEPT
           EVALUATE WS-DT-CODE(WS-MATCH-ENT)
              WHEN 'P'
                 MOVE 'P' TO RET-OUTCOME
                 MOVE 'PURGED' TO RET-REASON-CODE
              WHEN 'F'
                 MOVE 'F' TO RET-OUTCOME
                 MOVE 'RELEASD' TO RET-REASON-CODE
                 MOVE SUSP-PAGE-LIST TO RET-RESULT
              WHEN 'A'
                 MOVE 'N' TO RET-OUTCOME
                 MOVE 'NOTED' TO RET-REASON-CODE
           END-EVALUATE
           MOVE WS-DT-REASON(WS-MATCH-ENT) TO RET-REASON-TEXT
           MOVE SUSP-FIRST-HELD TO RET-FIRST-HELD
           MOVE SUSP-PAGE-LIST TO RET-ORIGINAL
           WRITE RET-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       WRITE-ITEM-FORWARD.
           MOVE SPACES TO SUSPENSE-OUT-RECORD
           MOVE SUSP-FIRST-HELD TO SUSP-OUT-FIRST-HELD
           MOVE SUSP-DAYS-HELD TO SUSP-OUT-DAYS-HELD
           MOVE SUSP-DEPT TO SUSP-OUT-DEPT
           MOVE SUSP-PAGE-LIST TO SUSP-OUT-PAGE-LIST
           MOVE SUSP-HOLD-CODE TO SUSP-OUT-HOLD-CODE
           MOVE SUSP-ENVELOPE TO SUSP-OUT-ENVELOPE
           WRITE SUSPENSE-OUT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Transactions still unconsumed after the whole master has
      *> been read never found their item -- usually a typo in the
                    TO DLOG-REASON-TEXT
                 MOVE WS-DT-PAGE-LIST(WS-T) TO DLOG-IMAGE
                 WRITE DISP-LOG-RECORD
                 ADD 1 TO WS-OPLOG-WRITE-CNT
              END-IF
           END-PERFORM.

           MOVE WS-DT-OPER(WS-MATCH-ENT) TO DLOG-OPER
           MOVE WS-RESULT-TEXT TO DLOG-RESULT
           MOVE WS-DT-REASON(WS-MATCH-ENT) TO DLOG-REASON-TEXT
           WRITE DISP-LOG-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       LOG-DISP-REJECT.
           ADD 1 TO WS-REJECT-CNT
           MOVE 'REJECTED' TO DLOG-RESULT
           MOVE WS-REASON-TEXT TO DLOG-REASON-TEXT
           MOVE DISP-IMAGE(1:80) TO DLOG-IMAGE
           WRITE DISP-LOG-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Append one journal record per applied disposition --
      *> date/time fresh per record, job name from the environment,
           MOVE SUSP-FIRST-HELD TO DJ-FIRST-HELD
           MOVE SUSP-DEPT TO DJ-DEPT
           MOVE SUSP-PAGE-LIST TO DJ-PAGE-LIST
           WRITE DISP-JRNL-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> The force-release as the chargeback sees it, dated the same
      *> day as its journal record (WRITE-DISP-JOURNAL runs first).
       WRITE-FORCE-HISTORY.
           MOVE SPACES TO DEPTHIST-RECORD
           MOVE 'F' TO DH-REC-TYPE
           MOVE WS-JRNL-DATE TO DH-ACTIVITY-DATE
           MOVE SUSP-DEPT TO DH-DEPT
           MOVE WS-JRNL-DATE TO DH-RUN-DATE
           MOVE ZERO TO DH-UPDATE-CNT
           MOVE ZERO TO DH-CORRECT-CNT
           MOVE ZERO TO DH-TOPSORT-CNT
           MOVE ZERO TO DH-CYCLE-CNT
           MOVE ZERO TO DH-REJECT-CNT
           MOVE ZERO TO DH-PAGE-HOLD-CNT
           MOVE ZERO TO DH-SUSP-DAYS
           MOVE 1 TO DH-FORCE-CNT
           WRITE DEPTHIST-RECORD
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
