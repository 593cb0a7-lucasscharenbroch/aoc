       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2024-DAY-05-WHATIF.
      *> Afternoon-before rehearsal of the nightly run: picks out the
      *> queued transactions the MAINT step will apply -- the RULEPEND
      *> items approved on the RULEAPPR deck, selected exactly as
      *> 5rulemaint selects them -- then any TRANFILE deck on top (a
      *> deck not yet through the approval queue, such as the
      *> candidates 5discover writes), applies them ONLY in memory
      *> against the day's INFILE deck, and reports which updates
      *> would flip between correct and incorrect, which would become
      *> cyclic (or stop being), and the before/after Part 1 and Part
      *> 2 sums. RULEMSTR is opened INPUT and never written; no
      *> production output dataset is touched.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RULEMSTR-KEY
                  FILE STATUS IS WS-RULEMSTR-STATUS.
      *> The approval queue and the decisions posted against it so
      *> far, the same two files tonight's MAINT step reads (see
      *> 5rulemaint.cbl). OPTIONAL, like TRANFILE below, so a missing
      *> or empty one just contributes nothing.
           SELECT OPTIONAL PENDING-IN ASSIGN TO PENDIN
                  LINE SEQUENTIAL.
           SELECT OPTIONAL APPRFILE ASSIGN TO APPRFILE
                  LINE SEQUENTIAL.
      *> A maintenance deck to rehearse on top of the approved queue,
      *> same layout 5rulemaint reads: TC|PRE|SUC|STATUS|EFF|EXP|DESC,
      *> keying operator trailing (carried but not needed here).
      *> OPTIONAL so a what-if with nothing to rehearse degenerates
      *> to a plain before-equals-after run instead of failing its
      *> OPEN.
           SELECT OPTIONAL TRANFILE ASSIGN TO TRANFILE
                  LINE SEQUENTIAL.
      *> The day's update deck, same layout 5.cbl reads -- HDR|/TRL|
                  LINE SEQUENTIAL.
           SELECT SIM-REPORT ASSIGN TO SIMRPT
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
                     10 TRAN-DEPT PIC X(8).
                     10 TRAN-DELIM-7 PIC X.
                     10 TRAN-DESC PIC X(30).
                     10 TRAN-DELIM-8 PIC X.
                     10 TRAN-OPERATOR PIC X(8).

      *> Queue record layout is COPYed from RULEPEND.cpy.
       FD PENDING-IN.
           COPY RULEPEND.

      *> One decision per line: ACTION|TICKET|APPROVER|REASON, the
      *> layout 5rulemaint's APPRFILE carries.
       FD APPRFILE.
       01 APPR-RECORD.
              05 APPR-IMAGE PIC X(80).
              05 APPR-LAYOUT REDEFINES APPR-IMAGE.
                     10 APPR-ACTION PIC X.
                     10 APPR-DELIM-1 PIC X.
                     10 APPR-TICKET PIC 9(12).
                     10 APPR-DELIM-2 PIC X.
                     10 APPR-OPERATOR PIC X(8).
                     10 APPR-DELIM-3 PIC X.
                     10 APPR-REASON PIC X(30).
                     10 FILLER PIC X(26).

       FD INFILE.
       01 LINE-RECORD.
              05 SIM-TOT-TEXT PIC X(20).
              05 SIM-TOT-VALUE PIC Z(9)9.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-RULEMSTR-STATUS PIC XX.
       01 WS-RULEMSTR-EOF PIC A VALUE 'N'.
       01 WS-TRAN-EOF PIC A VALUE 'N'.
       01 WS-PEND-EOF PIC A VALUE 'N'.
       01 WS-APPR-EOF PIC A VALUE 'N'.
      *> The approval deck's decisions, one per ticket -- the first
      *> well-formed line for it, as 5rulemaint's LOAD-DECISION
      *> keeps; a later line for the same ticket is refused there
      *> and ignored here.
       01 WS-DECISION-TABLE.
              05 WS-DECISION-ENTRY OCCURS 500 TIMES.
                     10 WS-DCN-TICKET PIC 9(12).
                     10 WS-DCN-ACTION PIC X.
                     10 WS-DCN-OPERATOR PIC X(8).
       78 WS-MAX-DECISIONS VALUE 500.
       01 WS-DCN-CNT PIC 9(4) VALUE 0.
       01 WS-D PIC 9(4).
       01 WS-FOUND-DCN PIC 9(4).
       01 WS-INFILE-EOF PIC A VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RULE-IN-FORCE PIC A.
       01 WS-AFT-SUM PIC 9(10) VALUE ZERO.
       01 WS-AFT-SUM-2 PIC 9(10) VALUE ZERO.
       01 WS-TRAN-APPLIED-CNT PIC 9(6) VALUE 0.
       01 WS-APPROVED-CNT PIC 9(6) VALUE 0.
       01 WS-TRAN-REJECT-CNT PIC 9(6) VALUE 0.
       01 WS-FLIP-CI-CNT PIC 9(6) VALUE 0.
       01 WS-FLIP-IC-CNT PIC 9(6) VALUE 0.
       01 WS-CYCLE-FIX-CNT PIC 9(6) VALUE 0.
       01 WS-TRAN-VALID PIC A.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05WI'.
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
           PERFORM LOAD-RULE-TABLE
           PERFORM BUILD-MATRIX-BEFORE
                     AT END
                            MOVE 'Y' TO WS-INFILE-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM PROCESS-SIM-LINE
           END-PERFORM

           CLOSE INFILE.
           CLOSE SIM-REPORT.

           DISPLAY 'Approved queue items: ' WS-APPROVED-CNT.
           DISPLAY 'Transactions applied: ' WS-TRAN-APPLIED-CNT.
           DISPLAY 'Transactions invalid: ' WS-TRAN-REJECT-CNT.
           DISPLAY 'Would turn incorrect: ' WS-FLIP-CI-CNT.
           DISPLAY 'Would become cyclic:  ' WS-NEW-CYCLE-CNT.
           DISPLAY 'Cycles cleared:       ' WS-CYCLE-FIX-CNT.

      *> RC 4 (warning range) when the rehearsed changes would strand
      *> updates in a cycle -- flips are usually the point of a rule
      *> change, but a new cycle never is.
           IF WS-NEW-CYCLE-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Pull every master record -- active, inactive, in force or
                     AT END
                            MOVE 'Y' TO WS-RULEMSTR-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF WS-ENT-CNT = WS-MAX-RULE-ENTRIES
                               DISPLAY 'Rule table full at '
                                  WS-MAX-RULE-ENTRIES
                                  ' entries; raise WS-MAX-RULE-ENTRIES'
                               MOVE 12 TO RETURN-CODE
                               PERFORM WRITE-OPLOG-END
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-ENT-CNT
                          ' department rules;'
                          ' raise WS-MAX-DEPT-RULES'
                       MOVE 12 TO RETURN-CODE
                       PERFORM WRITE-OPLOG-END
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-BEF-DEPT-CNT
                          ' department rules;'
                          ' raise WS-MAX-DEPT-RULES'
                       MOVE 12 TO RETURN-CODE
                       PERFORM WRITE-OPLOG-END
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-AFT-DEPT-CNT
              MOVE 'N' TO WS-RULE-IN-FORCE
           END-IF.

      *> Run tonight's approved queue items, in queue order, then the
      *> TRANFILE deck against the in-memory table with 5rulemaint's
      *> own validation; nothing here touches the files.
       APPLY-PENDING-TRANSACTIONS.
           PERFORM LOAD-APPROVAL-DECK
           OPEN INPUT TRANFILE
           OPEN INPUT PENDING-IN
           PERFORM UNTIL WS-PEND-EOF = 'Y'
              READ PENDING-IN
                     AT END
                            MOVE 'Y' TO WS-PEND-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM APPLY-APPROVED-ITEM
           END-PERFORM
           CLOSE PENDING-IN

           PERFORM UNTIL WS-TRAN-EOF = 'Y'
              READ TRANFILE
                     AT END
                            MOVE 'Y' TO WS-TRAN-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM APPLY-SIM-TRANSACTION
           END-PERFORM
           CLOSE TRANFILE.

      *> Decisions loaded the way 5rulemaint's LOAD-DECISION loads
      *> them: A or R, | delimiters, a numeric ticket and an approver,
      *> first line per ticket only.
       LOAD-APPROVAL-DECK.
           OPEN INPUT APPRFILE
           PERFORM UNTIL WS-APPR-EOF = 'Y'
              READ APPRFILE
                     AT END
                            MOVE 'Y' TO WS-APPR-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM LOAD-DECISION
           END-PERFORM
           CLOSE APPRFILE.

       LOAD-DECISION.
           IF (APPR-ACTION NOT = 'A' AND APPR-ACTION NOT = 'R')
              OR APPR-DELIM-1 NOT = '|' OR APPR-DELIM-2 NOT = '|'
              OR APPR-DELIM-3 NOT = '|'
              OR APPR-TICKET IS NOT NUMERIC
              OR APPR-OPERATOR = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DCN-CNT
              IF WS-DCN-TICKET(WS-D) = APPR-TICKET
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-DCN-CNT = WS-MAX-DECISIONS
              DISPLAY 'Decision table full at ' WS-MAX-DECISIONS
                 ' entries; raise WS-MAX-DECISIONS'
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-DCN-CNT
           MOVE APPR-TICKET TO WS-DCN-TICKET(WS-DCN-CNT)
           MOVE APPR-ACTION TO WS-DCN-ACTION(WS-DCN-CNT)
           MOVE APPR-OPERATOR TO WS-DCN-OPERATOR(WS-DCN-CNT).

      *> A queued item goes in tonight only on an approve by someone
      *> other than the operator who keyed it (see 5rulemaint's
      *> WORK-PENDING-ITEM); then it is applied exactly as keyed.
       APPLY-APPROVED-ITEM.
           MOVE 0 TO WS-FOUND-DCN
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DCN-CNT OR WS-FOUND-DCN > 0
              IF WS-DCN-TICKET(WS-D) = PEND-TICKET
                 MOVE WS-D TO WS-FOUND-DCN
              END-IF
           END-PERFORM
           IF WS-FOUND-DCN = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-DCN-ACTION(WS-FOUND-DCN) NOT = 'A'
              OR WS-DCN-OPERATOR(WS-FOUND-DCN) = PEND-OPERATOR
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPROVED-CNT
           MOVE PEND-TRAN-IMAGE TO TRAN-RECORD
           PERFORM APPLY-SIM-TRANSACTION.

       APPLY-SIM-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID
           EVALUATE TRUE
              DISPLAY 'Rule table full at ' WS-MAX-RULE-ENTRIES
                 ' entries; raise WS-MAX-RULE-ENTRIES'
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           MOVE SPACES TO WS-RULE-RECORD
              END-STRING
           END-PERFORM
           MOVE WS-PAGE-LIST-TEXT TO SIM-PAGE-LIST
           WRITE SIM-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       WRITE-SIM-TOTALS.
           MOVE SPACES TO SIM-TOTAL-LINE
           MOVE 'APPROVED ITEMS' TO SIM-TOT-TEXT
           MOVE WS-APPROVED-CNT TO SIM-TOT-VALUE
           WRITE SIM-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'BEF PART 1' TO SIM-TOT-TEXT
           MOVE WS-BEF-SUM TO SIM-TOT-VALUE
           WRITE SIM-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'BEF PART 2' TO SIM-TOT-TEXT
           MOVE WS-BEF-SUM-2 TO SIM-TOT-VALUE
           WRITE SIM-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'AFT PART 1' TO SIM-TOT-TEXT
           MOVE WS-AFT-SUM TO SIM-TOT-VALUE
           WRITE SIM-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'AFT PART 2' TO SIM-TOT-TEXT
           MOVE WS-AFT-SUM-2 TO SIM-TOT-VALUE
           WRITE SIM-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'TURN INCORRECT' TO SIM-TOT-TEXT
           MOVE WS-FLIP-CI-CNT TO SIM-TOT-VALUE
           WRITE SIM-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'TURN CORRECT' TO SIM-TOT-TEXT
           MOVE WS-FLIP-IC-CNT TO SIM-TOT-VALUE
           WRITE SIM-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'NEW CYCLES' TO SIM-TOT-TEXT
           MOVE WS-NEW-CYCLE-CNT TO SIM-TOT-VALUE
           WRITE SIM-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'CYCLES CLEARED' TO SIM-TOT-TEXT
           MOVE WS-CYCLE-FIX-CNT TO SIM-TOT-VALUE
           WRITE SIM-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Same in-place topological sort 5.cbl runs (see TOPSORT/
      *> FIND-NODE-W-NO-PREREQS there), against WS-ADJ-MATRIX.
           IF WS-J = WS-N
              MOVE 'Y' TO WS-CYCLE-FOUND
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
