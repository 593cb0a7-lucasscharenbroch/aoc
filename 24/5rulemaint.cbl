                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RULEMSTR-KEY
                  FILE STATUS IS WS-RULEMSTR-STATUS.
      *> The day's keyed transactions. Nothing on this deck is
      *> applied the night it arrives: each line is validated and
      *> queued on RULEPEND under a ticket, to wait for a second
      *> operator's decision (see APPRFILE below).
           SELECT TRANFILE ASSIGN TO TRANFILE
                  LINE SEQUENTIAL.
      *> Approval deck -- one decision per line against a queued
      *> ticket, keyed by an operator other than the one who keyed
      *> the transaction. OPTIONAL so a night with no decisions
      *> just carries the whole queue forward.
           SELECT OPTIONAL APPRFILE ASSIGN TO APPRFILE
                  LINE SEQUENTIAL.
      *> The approval queue going in, and coming out with tonight's
      *> decided items dropped, undecided ones aged by a pass and
      *> tonight's new transactions appended -- the JCL copies
      *> PENDOUT over the queue afterwards, the same carry-forward
      *> the suspense master gets. OPTIONAL for the first night.
           SELECT OPTIONAL PENDING-IN ASSIGN TO PENDIN
                  LINE SEQUENTIAL.
           SELECT PENDING-OUT ASSIGN TO PENDOUT
                  LINE SEQUENTIAL.
      *> Pending/approved/rejected/aged listing of the queue.
           SELECT PENDING-REPORT ASSIGN TO PENDRPT
                  LINE SEQUENTIAL.
           SELECT MAINT-LOG ASSIGN TO MAINTLOG
                  LINE SEQUENTIAL.
      *> Change journal -- one record per transaction actually applied
      *> its OPEN (same first-use handling RULEMSTR itself gets).
           SELECT OPTIONAL RULE-JOURNAL ASSIGN TO RULEJRNL
                  LINE SEQUENTIAL.
      *> Department/sender master (5deptmaint.cbl), read by key to
      *> refuse a scoped add for a department that isn't on file and
      *> active -- a rule scoped to a mistyped id would never match a
      *> BCH| separator and would just sit on RULEMSTR doing nothing.
      *> OPTIONAL so a missing master refuses scoped adds instead of
      *> abending the whole maintenance pass.
           SELECT OPTIONAL DEPTMSTR ASSIGN TO DEPTMSTR
                  ORGANIZATION INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DEPTMSTR-KEY
                  FILE STATUS IS WS-DEPTMSTR-STATUS.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> for the pair, a department id (matching the BCH| separator)
      *> names that department's own rule, and the two are distinct
      *> records -- deleting a department's 47|53 leaves the global
      *> 47|53 alone. OPERATOR, after an eighth delimiter, is the id
      *> of the operator who keyed the line; it is required on every
      *> code, and whoever approves the line must be someone else.
       FD TRANFILE.
       01 TRAN-RECORD.
              05 TRAN-IMAGE PIC X(80).
                     10 TRAN-DEPT PIC X(8).
                     10 TRAN-DELIM-7 PIC X.
                     10 TRAN-DESC PIC X(30).
                     10 TRAN-DELIM-8 PIC X.
                     10 TRAN-OPERATOR PIC X(8).

      *> One decision per line: ACTION|TICKET|APPROVER|REASON.
      *> ACTION is A (approve) or R (reject); TICKET is the 12 digits
      *> the PENDRPT listing shows (queue date and sequence); REASON
      *> is free text, carried onto the listing for a reject.
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

      *> Queue record layout is COPYed from RULEPEND.cpy; the outbound
      *> copy COPYs it REPLACING names, the same scheme 5archive.cbl
      *> uses for its second view of a carried-forward file.
       FD PENDING-IN.
           COPY RULEPEND.

       FD PENDING-OUT.
           COPY RULEPEND REPLACING RULEPEND-RECORD BY PENDOUT-RECORD
                                   PEND-TICKET BY POUT-TICKET
                                   PEND-TICKET-DATE BY POUT-TICKET-DATE
                                   PEND-TICKET-SEQ BY POUT-TICKET-SEQ
                                   PEND-DAYS-PENDING
                                      BY POUT-DAYS-PENDING
                                   PEND-OPERATOR BY POUT-OPERATOR
                                   PEND-TRAN-IMAGE BY POUT-TRAN-IMAGE.

      *> QUEUED lines are tonight's new tickets, PENDING/AGED the ones
      *> still waiting (AGED past the limit below), APPROVED/REJECTED
      *> the ones decided tonight, FAILED an approved ticket the
      *> master then refused (MAINTLOG carries the reason). Totals
      *> close the listing.
       FD PENDING-REPORT.
       01 PRPT-RECORD.
              05 PRPT-CODE PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 PRPT-TICKET PIC 9(12).
              05 FILLER PIC X VALUE SPACE.
              05 PRPT-DAYS-PENDING PIC ZZ9.
              05 FILLER PIC X VALUE SPACE.
              05 PRPT-OPERATOR PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 PRPT-APPROVER PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 PRPT-REASON PIC X(30).
              05 FILLER PIC X VALUE SPACE.
              05 PRPT-TRAN-IMAGE PIC X(80).
       01 PRPT-TOTAL-LINE.
              05 PRPT-TOT-TEXT PIC X(20).
              05 PRPT-TOT-VALUE PIC Z(9)9.

      *> One line per transaction queued, applied or rejected, and per
      *> approval decision refused, so an operator can see exactly
      *> what happened without combing the job log.
       FD MAINT-LOG.
       01 MAINT-LOG-RECORD.
              05 LOG-LINE-NUM PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
      *> Queue ticket the line concerns; zero for a transaction
      *> refused before it was ever queued.
              05 LOG-TICKET PIC 9(12).
              05 FILLER PIC X VALUE SPACE.
              05 LOG-TRAN-CODE PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 LOG-PRE PIC 999.
       FD RULE-JOURNAL.
           COPY RULEJRNL.

       FD DEPTMSTR.
           COPY DEPTMSTR.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-RULEMSTR-STATUS PIC XX.
       01 WS-DEPTMSTR-STATUS PIC XX.
       01 WS-TRAN-EOF PIC A VALUE 'N'.
       01 WS-TRAN-LINE-NUM PIC 9(6) VALUE 0.
       01 WS-TRAN-VALID PIC A.
       01 WS-TIME-RAW.
              05 WS-TIME-HHMMSS PIC 9(6).
              05 FILLER PIC XX.
       01 WS-RUN-DATE PIC 9(8).
      *> Ticket the transaction in hand rides under, and the operator
      *> whose approval is applying it (spaces while queueing).
       01 WS-TICKET.
              05 WS-TICKET-DATE PIC 9(8).
              05 WS-TICKET-SEQ PIC 9(4).
       01 WS-APPROVER PIC X(8).
      *> Highest sequence already issued under today's date, so a
      *> second MAINT pass in one day carries on numbering instead
      *> of reissuing a ticket still sitting in the queue.
       01 WS-LAST-SEQ PIC 9(4) VALUE 0.
       01 WS-PEND-EOF PIC A VALUE 'N'.
       01 WS-APPR-EOF PIC A VALUE 'N'.
       01 WS-APPR-LINE-NUM PIC 9(6) VALUE 0.
      *> Tonight's approval deck, held whole so each queued item can
      *> look up its decision as the queue streams past. A ticket
      *> may be decided once per deck; WS-DCN-USED marks a decision
      *> that found its ticket, so the ones that didn't are logged
      *> once the queue has been read.
       01 WS-DECISION-TABLE.
              05 WS-DECISION-ENTRY OCCURS 500 TIMES.
                     10 WS-DCN-TICKET PIC 9(12).
                     10 WS-DCN-ACTION PIC X.
                     10 WS-DCN-OPERATOR PIC X(8).
                     10 WS-DCN-REASON PIC X(30).
                     10 WS-DCN-LINE PIC 9(6).
                     10 WS-DCN-USED PIC A.
                     10 WS-DCN-IMAGE PIC X(80).
       78 WS-MAX-DECISIONS VALUE 500.
       01 WS-DCN-CNT PIC 9(4) VALUE 0.
       01 WS-D PIC 9(4).
       01 WS-FOUND-DCN PIC 9(4).
      *> Items waiting more than this many MAINT passes list as AGED
      *> -- at one pass a night, a working week with nobody signing
      *> off a keyed change.
       78 WS-PEND-AGING-LIMIT VALUE 5.
       01 WS-PRIOR-REJECT-CNT PIC 9(6).
       01 WS-QUEUED-CNT PIC 9(6) VALUE 0.
       01 WS-APPROVED-CNT PIC 9(6) VALUE 0.
       01 WS-DECLINED-CNT PIC 9(6) VALUE 0.
       01 WS-FAILED-CNT PIC 9(6) VALUE 0.
       01 WS-WAITING-CNT PIC 9(6) VALUE 0.
       01 WS-AGED-CNT PIC 9(6) VALUE 0.
       01 WS-DCN-REJECT-CNT PIC 9(6) VALUE 0.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05RM'.
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
           OPEN I-O RULEMSTR
           IF WS-RULEMSTR-STATUS = '35'
              CLOSE RULEMSTR
           OPEN INPUT TRANFILE
           OPEN OUTPUT MAINT-LOG
           OPEN EXTEND RULE-JOURNAL
           OPEN OUTPUT PENDING-REPORT
           OPEN INPUT DEPTMSTR
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT 'JOBNAME'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *> Decisions first, against the queue as it stood coming in --
      *> a transaction queued tonight can't be approved tonight,
      *> because nobody has seen its ticket yet.
           PERFORM LOAD-APPROVAL-DECK
           OPEN OUTPUT PENDING-OUT
           OPEN INPUT PENDING-IN
           PERFORM UNTIL WS-PEND-EOF = 'Y'
              READ PENDING-IN
                     AT END
                            MOVE 'Y' TO WS-PEND-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM WORK-PENDING-ITEM
           END-PERFORM
           CLOSE PENDING-IN
           PERFORM LOG-UNMATCHED-DECISIONS

           MOVE SPACES TO WS-APPROVER
           MOVE 0 TO WS-TRAN-LINE-NUM
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
              READ TRANFILE INTO TRAN-RECORD
                     AT END
                            MOVE 'Y' TO WS-TRAN-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-TRAN-LINE-NUM
                            PERFORM QUEUE-TRANSACTION
           END-PERFORM

           PERFORM WRITE-PENDING-TOTALS

           CLOSE RULEMSTR.
           CLOSE TRANFILE.
           CLOSE MAINT-LOG.
           CLOSE RULE-JOURNAL.
           CLOSE PENDING-OUT.
           CLOSE PENDING-REPORT.
           CLOSE DEPTMSTR.
           DISPLAY 'Queued:        ' WS-QUEUED-CNT.
           DISPLAY 'Approved:      ' WS-APPROVED-CNT.
           DISPLAY 'Declined:      ' WS-DECLINED-CNT.
           DISPLAY 'Still pending: ' WS-WAITING-CNT.
           DISPLAY 'Aged:          ' WS-AGED-CNT.
           DISPLAY 'Rules added:   ' WS-ADD-CNT.
           DISPLAY 'Rules changed: ' WS-CHANGE-CNT.
           DISPLAY 'Rules deleted: ' WS-DELETE-CNT.
           DISPLAY 'Rejected:      ' WS-REJECT-CNT.
           DISPLAY 'Bad decisions: ' WS-DCN-REJECT-CNT.
           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Pull the approval deck into the decision table. A line that
      *> doesn't parse, carries no approver, or decides a ticket
      *> already decided higher up the deck is refused on MAINTLOG
      *> instead of aborting the run -- the ticket just stays
      *> pending for another night.
       LOAD-APPROVAL-DECK.
           OPEN INPUT APPRFILE
           PERFORM UNTIL WS-APPR-EOF = 'Y'
              READ APPRFILE
                     AT END
                            MOVE 'Y' TO WS-APPR-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-APPR-LINE-NUM
                            PERFORM LOAD-DECISION
           END-PERFORM
           CLOSE APPRFILE.

       LOAD-DECISION.
           MOVE 'Y' TO WS-TRAN-VALID
           EVALUATE TRUE
              WHEN APPR-ACTION NOT = 'A' AND APPR-ACTION NOT = 'R'
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Decision must be A or R'
                    TO WS-REASON-TEXT
              WHEN APPR-DELIM-1 NOT = '|' OR APPR-DELIM-2 NOT = '|'
                                OR APPR-DELIM-3 NOT = '|'
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Decision line delimiters must be |'
                    TO WS-REASON-TEXT
              WHEN APPR-TICKET IS NOT NUMERIC
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Ticket number is not numeric'
                    TO WS-REASON-TEXT
              WHEN APPR-OPERATOR = SPACES
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Approving operator id missing'
                    TO WS-REASON-TEXT
           END-EVALUATE
           IF WS-TRAN-VALID = 'Y'
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DCN-CNT
                 IF WS-DCN-TICKET(WS-D) = APPR-TICKET
                    MOVE 'N' TO WS-TRAN-VALID
                    MOVE 'Ticket already decided on this deck'
                       TO WS-REASON-TEXT
                 END-IF
              END-PERFORM
           END-IF

           IF WS-TRAN-VALID = 'N'
              ADD 1 TO WS-DCN-REJECT-CNT
              MOVE SPACES TO MAINT-LOG-RECORD
              MOVE WS-APPR-LINE-NUM TO LOG-LINE-NUM
              MOVE ZERO TO LOG-TICKET
              MOVE APPR-ACTION TO LOG-TRAN-CODE
              MOVE 'REFUSED' TO LOG-RESULT
              MOVE WS-REASON-TEXT TO LOG-REASON-TEXT
              MOVE APPR-IMAGE TO LOG-BAD-IMAGE
              WRITE MAINT-LOG-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
              EXIT PARAGRAPH
           END-IF

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
           MOVE APPR-OPERATOR TO WS-DCN-OPERATOR(WS-DCN-CNT)
           MOVE APPR-REASON TO WS-DCN-REASON(WS-DCN-CNT)
           MOVE WS-APPR-LINE-NUM TO WS-DCN-LINE(WS-DCN-CNT)
           MOVE 'N' TO WS-DCN-USED(WS-DCN-CNT)
           MOVE APPR-IMAGE TO WS-DCN-IMAGE(WS-DCN-CNT).

      *> One queued item against tonight's decisions. No decision:
      *> carry it forward a pass older. A decision by the operator
      *> who keyed it is refused and the item carried forward
      *> untouched -- maker and checker must be two people. A reject
      *> drops it with the reason on the listing; an approve runs it
      *> through APPLY-TRANSACTION exactly as the maker keyed it.
       WORK-PENDING-ITEM.
           IF PEND-TICKET-DATE = WS-RUN-DATE
              AND PEND-TICKET-SEQ > WS-LAST-SEQ
              MOVE PEND-TICKET-SEQ TO WS-LAST-SEQ
           END-IF
           MOVE PEND-TRAN-IMAGE TO TRAN-RECORD
           MOVE PEND-TICKET TO WS-TICKET

           MOVE 0 TO WS-FOUND-DCN
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DCN-CNT OR WS-FOUND-DCN > 0
              IF WS-DCN-TICKET(WS-D) = PEND-TICKET
                 MOVE WS-D TO WS-FOUND-DCN
              END-IF
           END-PERFORM
           IF WS-FOUND-DCN = 0
              PERFORM CARRY-PENDING-ITEM
              EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-DCN-USED(WS-FOUND-DCN)
           IF WS-DCN-OPERATOR(WS-FOUND-DCN) = PEND-OPERATOR
              MOVE 'Approver must differ from keying operator'
                 TO WS-REASON-TEXT
              PERFORM LOG-DECISION-REJECT
              PERFORM CARRY-PENDING-ITEM
              EXIT PARAGRAPH
           END-IF

           MOVE WS-DCN-OPERATOR(WS-FOUND-DCN) TO WS-APPROVER
           MOVE SPACES TO PRPT-RECORD
           IF WS-DCN-ACTION(WS-FOUND-DCN) = 'R'
              ADD 1 TO WS-DECLINED-CNT
              MOVE 'REJECTED' TO PRPT-CODE
              MOVE WS-DCN-REASON(WS-FOUND-DCN) TO PRPT-REASON
           ELSE
              MOVE WS-DCN-LINE(WS-FOUND-DCN) TO WS-TRAN-LINE-NUM
              MOVE WS-REJECT-CNT TO WS-PRIOR-REJECT-CNT
              PERFORM APPLY-TRANSACTION
              IF WS-REJECT-CNT = WS-PRIOR-REJECT-CNT
                 ADD 1 TO WS-APPROVED-CNT
                 MOVE 'APPROVED' TO PRPT-CODE
              ELSE
                 ADD 1 TO WS-FAILED-CNT
                 MOVE 'FAILED' TO PRPT-CODE
                 MOVE WS-REASON-TEXT TO PRPT-REASON
              END-IF
           END-IF
           MOVE PEND-TICKET TO PRPT-TICKET
           MOVE PEND-DAYS-PENDING TO PRPT-DAYS-PENDING
           MOVE PEND-OPERATOR TO PRPT-OPERATOR
           MOVE WS-APPROVER TO PRPT-APPROVER
           MOVE PEND-TRAN-IMAGE TO PRPT-TRAN-IMAGE
           WRITE PRPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Undecided (or wrongly decided) item back out to the queue a
      *> pass older, listed PENDING -- or AGED once it has waited
      *> past the limit.
       CARRY-PENDING-ITEM.
           MOVE RULEPEND-RECORD TO PENDOUT-RECORD
           IF PEND-DAYS-PENDING IS NUMERIC AND PEND-DAYS-PENDING < 999
              ADD 1 TO POUT-DAYS-PENDING
           END-IF
           WRITE PENDOUT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           ADD 1 TO WS-WAITING-CNT

           MOVE SPACES TO PRPT-RECORD
           IF POUT-DAYS-PENDING IS NUMERIC
              AND POUT-DAYS-PENDING > WS-PEND-AGING-LIMIT
              ADD 1 TO WS-AGED-CNT
              MOVE 'AGED' TO PRPT-CODE
           ELSE
              MOVE 'PENDING' TO PRPT-CODE
           END-IF
           MOVE POUT-TICKET TO PRPT-TICKET
           MOVE POUT-DAYS-PENDING TO PRPT-DAYS-PENDING
           MOVE POUT-OPERATOR TO PRPT-OPERATOR
           MOVE POUT-TRAN-IMAGE TO PRPT-TRAN-IMAGE
           WRITE PRPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> A decision whose ticket never came past is refused -- wrong
      *> number keyed, or an item already decided on an earlier
      *> night -- so the approver knows it did nothing.
       LOG-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-FOUND-DCN FROM 1 BY 1
                   UNTIL WS-FOUND-DCN > WS-DCN-CNT
              IF WS-DCN-USED(WS-FOUND-DCN) = 'N'
                 MOVE WS-DCN-TICKET(WS-FOUND-DCN) TO WS-TICKET
                 MOVE 'Ticket not pending in approval queue'
                    TO WS-REASON-TEXT
                 PERFORM LOG-DECISION-REJECT
              END-IF
           END-PERFORM.

       LOG-DECISION-REJECT.
           ADD 1 TO WS-DCN-REJECT-CNT
           MOVE SPACES TO MAINT-LOG-RECORD
           MOVE WS-DCN-LINE(WS-FOUND-DCN) TO LOG-LINE-NUM
           MOVE WS-TICKET TO LOG-TICKET
           MOVE WS-DCN-ACTION(WS-FOUND-DCN) TO LOG-TRAN-CODE
           MOVE 'REFUSED' TO LOG-RESULT
           MOVE WS-REASON-TEXT TO LOG-REASON-TEXT
           MOVE WS-DCN-IMAGE(WS-FOUND-DCN) TO LOG-BAD-IMAGE
           WRITE MAINT-LOG-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Validate one newly keyed line and queue it under the next
      *> ticket for today. The same checks APPLY-TRANSACTION makes
      *> run here first, so nobody is asked to approve a line the
      *> master could never take; key-on-file checks wait for the
      *> apply, since the master may change before approval.
       QUEUE-TRANSACTION.
           MOVE ZERO TO WS-TICKET
           PERFORM VALIDATE-TRANSACTION
           IF WS-TRAN-VALID = 'N'
              PERFORM LOG-REJECT
              EXIT PARAGRAPH
           END-IF

           IF WS-LAST-SEQ = 9999
              DISPLAY 'Approval queue sequence exhausted for '
                 WS-RUN-DATE
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-LAST-SEQ
           MOVE WS-RUN-DATE TO WS-TICKET-DATE
           MOVE WS-LAST-SEQ TO WS-TICKET-SEQ
           ADD 1 TO WS-QUEUED-CNT

           MOVE SPACES TO PENDOUT-RECORD
           MOVE WS-TICKET TO POUT-TICKET
           MOVE ZERO TO POUT-DAYS-PENDING
           MOVE TRAN-OPERATOR TO POUT-OPERATOR
           MOVE TRAN-IMAGE TO POUT-TRAN-IMAGE
           WRITE PENDOUT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'QUEUED' TO LOG-RESULT
           MOVE SPACES TO WS-REASON-TEXT
           PERFORM LOG-RESULT-LINE

           MOVE SPACES TO PRPT-RECORD
           MOVE 'QUEUED' TO PRPT-CODE
           MOVE WS-TICKET TO PRPT-TICKET
           MOVE ZERO TO PRPT-DAYS-PENDING
           MOVE TRAN-OPERATOR TO PRPT-OPERATOR
           MOVE TRAN-IMAGE TO PRPT-TRAN-IMAGE
           WRITE PRPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       WRITE-PENDING-TOTALS.
           MOVE SPACES TO PRPT-TOTAL-LINE
           MOVE 'QUEUED TONIGHT' TO PRPT-TOT-TEXT
           MOVE WS-QUEUED-CNT TO PRPT-TOT-VALUE
           WRITE PRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'APPROVED' TO PRPT-TOT-TEXT
           MOVE WS-APPROVED-CNT TO PRPT-TOT-VALUE
           WRITE PRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'APPROVED BUT FAILED' TO PRPT-TOT-TEXT
           MOVE WS-FAILED-CNT TO PRPT-TOT-VALUE
           WRITE PRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'REJECTED' TO PRPT-TOT-TEXT
           MOVE WS-DECLINED-CNT TO PRPT-TOT-VALUE
           WRITE PRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'STILL PENDING' TO PRPT-TOT-TEXT
           MOVE WS-WAITING-CNT TO PRPT-TOT-VALUE
           WRITE PRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'AGED' TO PRPT-TOT-TEXT
           MOVE WS-AGED-CNT TO PRPT-TOT-VALUE
           WRITE PRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Validate one approved transaction line, then apply it by
      *> code: A adds a new master record, C rewrites STATUS/DESC on
      *> an existing one, D removes it outright. Bad codes, bad key
      *> numbers, an add against a key that already exists, or a
      *> change/delete against a key that doesn't, are all rejected
      *> to MAINT-LOG instead of aborting the run.
       APPLY-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION
           IF WS-TRAN-VALID = 'N'
              PERFORM LOG-REJECT
              EXIT PARAGRAPH
           END-IF

      *> The department is the third leg of the key, so it rides
      *> every code -- a D against PERIODCL|47|53 must never find
      *> (and delete) the global 47|53.
           MOVE TRAN-PRE TO RULEMSTR-PRE
           MOVE TRAN-SUC TO RULEMSTR-SUC
           MOVE TRAN-DEPT TO RULEMSTR-DEPT

           EVALUATE TRAN-CODE
              WHEN 'A'
                 PERFORM APPLY-ADD
              WHEN 'C'
                 PERFORM APPLY-CHANGE
              WHEN 'D'
                 PERFORM APPLY-DELETE
           END-EVALUATE.

      *> Line-level checks shared by the queueing pass and the apply:
      *> sets WS-TRAN-VALID and, on a failure, WS-REASON-TEXT.
       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID
           EVALUATE TRUE
              WHEN TRAN-CODE NOT = 'A' AND TRAN-CODE NOT = 'C'
                                OR TRAN-DELIM-5 NOT = '|'
                                OR TRAN-DELIM-6 NOT = '|'
                                OR TRAN-DELIM-7 NOT = '|'
                                OR TRAN-DELIM-8 NOT = '|'
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Transaction line delimiters must be |'
                    TO WS-REASON-TEXT
              WHEN TRAN-OPERATOR = SPACES
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Keying operator id missing'
                    TO WS-REASON-TEXT
              WHEN TRAN-PRE IS NOT NUMERIC OR TRAN-SUC IS NOT NUMERIC
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'PRE/SUC page number is not numeric'
                    TO WS-REASON-TEXT
           END-EVALUATE

      *> A scoped add has to name a department that is on the
      *> department master and active. Checked again when the item
      *> is approved, so a department closed while its rule sat in
      *> the queue doesn't get a fresh rule. Changes and deletes
      *> are left alone: they can only touch a rule already on
      *> file, and a closed department's rules must stay deletable.
           IF WS-TRAN-VALID = 'Y'
              AND TRAN-CODE = 'A'
              AND TRAN-DEPT NOT = SPACES
              MOVE TRAN-DEPT TO DEPTMSTR-ID
              READ DEPTMSTR
              IF WS-DEPTMSTR-STATUS NOT = '00'
                 OR NOT DEPTMSTR-ACTIVE
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Department not on file or not active'
                    TO WS-REASON-TEXT
              END-IF
           END-IF.

       APPLY-ADD.
           MOVE TRAN-STATUS TO RULEMSTR-STATUS
           MOVE TRAN-DESC TO RULEMSTR-DESC
           PERFORM MOVE-TRAN-DATES
           WRITE RULEMSTR-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           IF WS-RULEMSTR-STATUS = '00'
              ADD 1 TO WS-ADD-CNT
              MOVE 'ADDED' TO LOG-RESULT
              MOVE TRAN-DESC TO RULEMSTR-DESC
              PERFORM MOVE-TRAN-DATES
              REWRITE RULEMSTR-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
              ADD 1 TO WS-CHANGE-CNT
              MOVE 'CHANGED' TO LOG-RESULT
              MOVE SPACES TO WS-REASON-TEXT
           MOVE TRAN-CODE TO JRNL-TRAN-CODE
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JRNL-AFTER-IMAGE
           MOVE TRAN-OPERATOR TO JRNL-OPERATOR
           MOVE WS-APPROVER TO JRNL-APPROVER
           WRITE RULEJRNL-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       LOG-RESULT-LINE.
           MOVE SPACES TO MAINT-LOG-RECORD
           MOVE WS-TRAN-LINE-NUM TO LOG-LINE-NUM
           MOVE WS-TICKET TO LOG-TICKET
           MOVE TRAN-CODE TO LOG-TRAN-CODE
           MOVE TRAN-PRE TO LOG-PRE
           MOVE TRAN-SUC TO LOG-SUC
           PERFORM SET-LOG-DEPT
           MOVE WS-REASON-TEXT TO LOG-REASON-TEXT
           WRITE MAINT-LOG-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       SET-LOG-DEPT.
           IF TRAN-DEPT = SPACES
           ADD 1 TO WS-REJECT-CNT
           MOVE SPACES TO MAINT-LOG-RECORD
           MOVE WS-TRAN-LINE-NUM TO LOG-LINE-NUM
           MOVE WS-TICKET TO LOG-TICKET
           MOVE TRAN-CODE TO LOG-TRAN-CODE
      *> TRAN-PRE/TRAN-SUC are only safe to move through the numeric
      *> LOG-PRE/LOG-SUC fields once they're known to be numeric --
           END-IF
           MOVE 'REJECTED' TO LOG-RESULT
           MOVE WS-REASON-TEXT TO LOG-REASON-TEXT
           WRITE MAINT-LOG-RECORD
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
