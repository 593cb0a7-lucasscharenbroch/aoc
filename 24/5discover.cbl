       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2024-DAY-05-DISCOVER.
      *> Mine the accumulated detail history (every usable update the
      *> nightly run has accepted, in the order it was shipped, tagged
      *> with its department) for page pairs a department always
      *> sends in the same order but no rule on RULEMSTR -- global or
      *> scoped to that department -- covers yet. Each such pair is
      *> listed with the number of updates that support it and the
      *> number that contradict it, and written as an ordinary
      *> TRANFILE add transaction to CANDOUT. Nothing is applied
      *> here: the candidates go through 5whatif for a rehearsal and
      *> onto the maintenance deck, and from there through the usual
      *> approval queue, only if the rule owner wants them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RULEMSTR ASSIGN TO RULEMSTR
                  ORGANIZATION INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RULEMSTR-KEY
                  FILE STATUS IS WS-RULEMSTR-STATUS.
      *> The approval queue 5rulemaint carries forward. An add that
      *> is already keyed and waiting for its second signature covers
      *> its pair as surely as a rule on the master -- proposing it
      *> again would only queue a duplicate. OPTIONAL for a shop
      *> whose queue has never been allocated.
           SELECT OPTIONAL PENDING-IN ASSIGN TO PENDIN
                  LINE SEQUENTIAL.
      *> The standing detail history the nightly KEEPDTL step appends
      *> DTLOUT to. Read once to find the departments, then once per
      *> department (see FIND-CANDIDATES).
           SELECT DETAIL-HISTORY ASSIGN TO DTLHIST
                  LINE SEQUENTIAL.
      *> One control card: the minimum number of supporting updates
      *> in columns 1-5, and in columns 7-8 the largest share of
      *> contradicting updates (percent) a pair may carry and still
      *> be proposed. Spaces there means none at all -- the pair has
      *> to have gone the same way every single time.
           SELECT DISCPARM ASSIGN TO DISCPARM
                  LINE SEQUENTIAL.
           SELECT DISC-REPORT ASSIGN TO DISCRPT
                  LINE SEQUENTIAL.
      *> Candidate adds in the maintenance deck's own layout, so the
      *> dataset can be pointed at 5whatif's TRANFILE as it stands.
           SELECT CANDIDATE-OUT ASSIGN TO CANDOUT
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Master record layout is COPYed from RULEMSTR.cpy so this FD
      *> can't drift apart from the programs that maintain the file.
       FD RULEMSTR.
           COPY RULEMSTR.

      *> Queue record layout is COPYed from RULEPEND.cpy so this FD
      *> and 5rulemaint.cbl's can't drift apart from each other.
       FD PENDING-IN.
           COPY RULEPEND.

      *> Same layout as 5.cbl's DETAIL-RECORD. The page lists are the
      *> audit listing's fixed NNN, slots, trailing comma included.
       FD DETAIL-HISTORY.
       01 HIST-RECORD.
              05 HIST-LINE-NUM PIC 9(6).
              05 FILLER PIC X.
              05 HIST-CORRECT-FLAG PIC X.
              05 FILLER PIC X.
              05 HIST-ORIGINAL PIC X(1000).
              05 FILLER PIC X.
              05 HIST-CORRECTED PIC X(1000).
              05 FILLER PIC X.
              05 HIST-DEPT PIC X(8).
      *> Middle page, its catalog title, the undecided-order flag,
      *> the pages-moved count and the envelope; not used here.
              05 FILLER PIC X(68).

       FD DISCPARM.
       01 DISCPARM-RECORD.
              05 PARM-MIN-SUPPORT PIC X(5).
              05 FILLER PIC X.
              05 PARM-MAX-CONTRA-PCT PIC X(2).
              05 FILLER PIC X(72).

      *> CANDIDATE lines are the pairs written to CANDOUT; MIXED
      *> lines reached the minimum support and nothing covers them,
      *> but too many updates went the other way for a rule to be
      *> safe -- listed so the rule owner can look, never proposed.
      *> Totals close the listing.
       FD DISC-REPORT.
       01 DISC-RECORD.
              05 DISC-CODE PIC X(9).
              05 FILLER PIC X VALUE SPACE.
              05 DISC-DEPT PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 DISC-PRE PIC 999.
              05 DISC-DELIM PIC X.
              05 DISC-SUC PIC 999.
              05 FILLER PIC X VALUE SPACE.
              05 DISC-SUPPORT PIC Z(6)9.
              05 FILLER PIC X VALUE SPACE.
              05 DISC-CONTRA PIC Z(6)9.
       01 DISC-TOTAL-LINE.
              05 DISC-TOT-TEXT PIC X(20).
              05 DISC-TOT-VALUE PIC Z(9)9.

      *> Field for field the TRAN-RECORD 5rulemaint and 5whatif read.
       FD CANDIDATE-OUT.
       01 CAND-RECORD.
              05 CAND-CODE PIC X.
              05 CAND-DELIM-1 PIC X.
              05 CAND-PRE PIC 999.
              05 CAND-DELIM-2 PIC X.
              05 CAND-SUC PIC 999.
              05 CAND-DELIM-3 PIC X.
              05 CAND-STATUS PIC X.
              05 CAND-DELIM-4 PIC X.
              05 CAND-EFF-DATE PIC X(8).
              05 CAND-DELIM-5 PIC X.
              05 CAND-EXP-DATE PIC X(8).
              05 CAND-DELIM-6 PIC X.
              05 CAND-DEPT PIC X(8).
              05 CAND-DELIM-7 PIC X.
              05 CAND-DESC PIC X(30).
              05 CAND-DELIM-8 PIC X.
              05 CAND-OPERATOR PIC X(8).
              05 FILLER PIC X(2).

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-RULEMSTR-STATUS PIC XX.
       01 WS-RULEMSTR-EOF PIC A VALUE 'N'.
       01 WS-PEND-EOF PIC A VALUE 'N'.
       01 WS-HIST-EOF PIC A VALUE 'N'.
       01 WS-PARM-EOF PIC A VALUE 'N'.
       01 WS-PARM-VALID PIC A VALUE 'N'.
       01 WS-MIN-SUPPORT PIC 9(5).
       01 WS-MAX-CONTRA-PCT PIC 99.
      *> Keying operator stamped on every candidate. The job itself is
      *> the maker, so whoever approves a candidate on the queue is
      *> always the second pair of eyes.
       01 WS-DISC-OPERATOR PIC X(8) VALUE 'AOCD05DC'.
      *> Pairs already decided one way or the other, indexed by rule
      *> key like every other matrix in this system and marked in
      *> BOTH directions: a rule for 47|53 settles 53|47 as well.
      *> Any rule on the master counts, inactive or out of its
      *> in-force window included -- somebody already ruled on that
      *> pair, and re-proposing it would only relitigate the call.
      *> WS-GLOBAL-COVER holds the global rules and global queued
      *> adds; WS-COVER is the working copy each department's pass
      *> starts from and lays its own scoped rules over.
       01 WS-GLOBAL-COVER-MATRIX.
              05 WS-GLOBAL-COVER-PRE OCCURS 999 TIMES.
                     10 WS-GLOBAL-COVER PIC X OCCURS 999 TIMES
                            VALUE 'N'.
       01 WS-COVER-MATRIX.
              05 WS-COVER-PRE OCCURS 999 TIMES.
                     10 WS-COVER PIC X OCCURS 999 TIMES VALUE 'N'.
      *> Department-scoped rules and queued adds, held aside until
      *> their own department's pass -- the same split 5.cbl makes at
      *> LOAD-RULE-MASTER time.
       01 WS-SCOPE-TABLE.
              05 WS-SCOPE-ENTRY OCCURS 2500 TIMES.
                     10 WS-SC-DEPT PIC X(8).
                     10 WS-SC-PRE PIC 999.
                     10 WS-SC-SUC PIC 999.
       78 WS-MAX-SCOPE-ENTRIES VALUE 2500.
       01 WS-SCOPE-CNT PIC 9(4) VALUE 0.
       01 WS-SC PIC 9(4).
      *> Every department seen on the history, in first-seen order;
      *> one counting pass per entry.
       01 WS-DEPT-TABLE.
              05 WS-DEPT-ENTRY OCCURS 200 TIMES.
                     10 WS-DT-ID PIC X(8).
                     10 WS-DT-UPDATE-CNT PIC 9(8).
       78 WS-MAX-DEPTS VALUE 200.
       01 WS-DEPT-CNT PIC 999 VALUE 0.
       01 WS-DT PIC 999.
       01 WS-CUR-DEPT PIC X(8).
      *> WS-BEFORE-CNT(A, B) counts the current department's updates
      *> that shipped page A somewhere ahead of page B. One matrix
      *> reused per department -- a matrix per department all at
      *> once would not fit, so the history is re-read instead.
       01 WS-BEFORE-MATRIX.
              05 WS-BEFORE-PRE OCCURS 999 TIMES.
                     10 WS-BEFORE-CNT PIC 9(7) OCCURS 999 TIMES
                            VALUE ZERO.
      *> One update's accepted order, unpacked from its NNN, slots.
       01 WS-PAGE-LIST-TEXT PIC X(1000).
       01 WS-PAGE-LIST REDEFINES WS-PAGE-LIST-TEXT.
              05 WS-PAGE-SLOT OCCURS 250 TIMES.
                     10 WS-SLOT-PAGE PIC X(3).
                     10 WS-SLOT-NUM REDEFINES WS-SLOT-PAGE PIC 999.
                     10 WS-SLOT-SEP PIC X.
       78 WS-MAX-PAGE-SLOTS VALUE 250.
       01 WS-PAGE-NUM PIC 999 OCCURS 250 TIMES.
       01 WS-N PIC 999.
       01 WS-LINE-VALID PIC A.
       01 WS-LIST-END PIC A.
       01 WS-I PIC 999.
       01 WS-J PIC 999.
       01 WS-PRE PIC 999.
       01 WS-SUC PIC 999.
       01 WS-SUPPORT PIC 9(7).
       01 WS-CONTRA PIC 9(7).
       01 WS-CONTRA-LIMIT PIC 9(9).
       01 WS-CONTRA-SCALED PIC 9(9).
      *> CAND-DESC as it goes out: the evidence the rule owner
      *> approves on, readable straight off the pending report.
       01 WS-CAND-DESC.
              05 FILLER PIC X(11) VALUE 'Discovered '.
              05 WS-CAND-DESC-SUPPORT PIC 9(7).
              05 FILLER PIC X(4) VALUE ' vs '.
              05 WS-CAND-DESC-CONTRA PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
       01 WS-HIST-REC-CNT PIC 9(8) VALUE 0.
       01 WS-HIST-SKIP-CNT PIC 9(8) VALUE 0.
       01 WS-PAIR-CNT PIC 9(8) VALUE 0.
       01 WS-COVERED-CNT PIC 9(8) VALUE 0.
       01 WS-MIXED-CNT PIC 9(8) VALUE 0.
       01 WS-CAND-CNT PIC 9(8) VALUE 0.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05DC'.
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
           PERFORM READ-DISC-PARM
           IF WS-PARM-VALID = 'N'
              DISPLAY 'DISCPARM missing, minimum support not 00001-'
                 '99999, or contradiction percent not 00-99'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF

           PERFORM LOAD-RULE-COVERAGE
           PERFORM LOAD-PENDING-COVERAGE
           PERFORM LOAD-DEPARTMENTS

           OPEN OUTPUT DISC-REPORT
           OPEN OUTPUT CANDIDATE-OUT
           PERFORM VARYING WS-DT FROM 1 BY 1 UNTIL WS-DT > WS-DEPT-CNT
              PERFORM FIND-CANDIDATES
           END-PERFORM
           PERFORM WRITE-DISC-TOTALS
           CLOSE CANDIDATE-OUT
           CLOSE DISC-REPORT

           DISPLAY 'History records read:  ' WS-HIST-REC-CNT.
           DISPLAY 'History records skipped: ' WS-HIST-SKIP-CNT.
           DISPLAY 'Departments examined:  ' WS-DEPT-CNT.
           DISPLAY 'Pairs at minimum:      ' WS-PAIR-CNT.
           DISPLAY 'Pairs already covered: ' WS-COVERED-CNT.
           DISPLAY 'Pairs mixed:           ' WS-MIXED-CNT.
           DISPLAY 'Candidates written:    ' WS-CAND-CNT.

      *> RC 4 (warning range) when there is anything on CANDOUT, so
      *> the scheduler can let the rule owner know there is
      *> something to review.
           IF WS-CAND-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-OPLOG-END
           STOP RUN.

       READ-DISC-PARM.
           OPEN INPUT DISCPARM
           READ DISCPARM
                  AT END
                         MOVE 'Y' TO WS-PARM-EOF
           END-READ
           IF WS-PARM-EOF = 'N' AND PARM-MIN-SUPPORT IS NUMERIC
              AND PARM-MIN-SUPPORT NOT = '00000'
              AND (PARM-MAX-CONTRA-PCT IS NUMERIC
                   OR PARM-MAX-CONTRA-PCT = SPACES)
              MOVE PARM-MIN-SUPPORT TO WS-MIN-SUPPORT
              IF PARM-MAX-CONTRA-PCT = SPACES
                 MOVE 0 TO WS-MAX-CONTRA-PCT
              ELSE
                 MOVE PARM-MAX-CONTRA-PCT TO WS-MAX-CONTRA-PCT
              END-IF
              MOVE 'Y' TO WS-PARM-VALID
           END-IF
           CLOSE DISCPARM.

      *> Every master rule marks its pair covered: globals straight
      *> into WS-GLOBAL-COVER, scoped ones aside for their own
      *> department's pass.
       LOAD-RULE-COVERAGE.
           OPEN INPUT RULEMSTR
           PERFORM UNTIL WS-RULEMSTR-EOF = 'Y'
              READ RULEMSTR NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-RULEMSTR-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF RULEMSTR-PRE IS NUMERIC
                               AND RULEMSTR-SUC IS NUMERIC
                               AND RULEMSTR-PRE NOT = ZERO
                               AND RULEMSTR-SUC NOT = ZERO
                               MOVE RULEMSTR-PRE TO WS-PRE
                               MOVE RULEMSTR-SUC TO WS-SUC
                               MOVE RULEMSTR-DEPT TO WS-CUR-DEPT
                               PERFORM MARK-COVERED
                            END-IF
              END-READ
           END-PERFORM
           CLOSE RULEMSTR.

      *> Queued adds count the same way. Changes and deletes don't --
      *> they only ever touch a pair the master already covers.
       LOAD-PENDING-COVERAGE.
           OPEN INPUT PENDING-IN
           PERFORM UNTIL WS-PEND-EOF = 'Y'
              READ PENDING-IN
                     AT END
                            MOVE 'Y' TO WS-PEND-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF PEND-TRAN-IMAGE(1:1) = 'A'
                               AND PEND-TRAN-IMAGE(3:3) IS NUMERIC
                               AND PEND-TRAN-IMAGE(7:3) IS NUMERIC
                               AND PEND-TRAN-IMAGE(3:3) NOT = '000'
                               AND PEND-TRAN-IMAGE(7:3) NOT = '000'
                               MOVE PEND-TRAN-IMAGE(3:3) TO WS-PRE
                               MOVE PEND-TRAN-IMAGE(7:3) TO WS-SUC
                               MOVE PEND-TRAN-IMAGE(31:8)
                                  TO WS-CUR-DEPT
                               PERFORM MARK-COVERED
                            END-IF
              END-READ
           END-PERFORM
           CLOSE PENDING-IN.

      *> WS-PRE/WS-SUC/WS-CUR-DEPT hold the rule. An overfull scope
      *> table is a hard stop: dropping a scoped rule here would let
      *> the job propose a pair that department has already settled.
       MARK-COVERED.
           IF WS-CUR-DEPT = SPACES
              MOVE 'Y' TO WS-GLOBAL-COVER(WS-PRE, WS-SUC)
              MOVE 'Y' TO WS-GLOBAL-COVER(WS-SUC, WS-PRE)
           ELSE
              IF WS-SCOPE-CNT = WS-MAX-SCOPE-ENTRIES
                 DISPLAY 'More than ' WS-MAX-SCOPE-ENTRIES
                    ' scoped rules and queued adds;'
                    ' raise WS-MAX-SCOPE-ENTRIES'
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-OPLOG-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-SCOPE-CNT
              MOVE WS-CUR-DEPT TO WS-SC-DEPT(WS-SCOPE-CNT)
              MOVE WS-PRE TO WS-SC-PRE(WS-SCOPE-CNT)
              MOVE WS-SUC TO WS-SC-SUC(WS-SCOPE-CNT)
           END-IF.

      *> First pass over the history: collect the departments and
      *> count the records, so the per-department passes know what
      *> to look for. Records with no department -- cut before the
      *> detail listing carried one -- can't be attributed to
      *> anyone's deck and are skipped rather than guessed at.
       LOAD-DEPARTMENTS.
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT DETAIL-HISTORY
           PERFORM UNTIL WS-HIST-EOF = 'Y'
              READ DETAIL-HISTORY
                     AT END
                            MOVE 'Y' TO WS-HIST-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-HIST-REC-CNT
                            IF HIST-DEPT = SPACES
                               ADD 1 TO WS-HIST-SKIP-CNT
                            ELSE
                               PERFORM NOTE-DEPARTMENT
                            END-IF
              END-READ
           END-PERFORM
           CLOSE DETAIL-HISTORY.

       NOTE-DEPARTMENT.
           PERFORM VARYING WS-DT FROM 1 BY 1
                   UNTIL WS-DT > WS-DEPT-CNT
                      OR WS-DT-ID(WS-DT) = HIST-DEPT
              CONTINUE
           END-PERFORM
           IF WS-DT > WS-DEPT-CNT
              IF WS-DEPT-CNT = WS-MAX-DEPTS
                 DISPLAY 'More than ' WS-MAX-DEPTS
                    ' departments on DTLHIST; raise WS-MAX-DEPTS'
                 MOVE 12 TO RETURN-CODE
                 PERFORM WRITE-OPLOG-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-DEPT-CNT
              MOVE HIST-DEPT TO WS-DT-ID(WS-DEPT-CNT)
              MOVE 0 TO WS-DT-UPDATE-CNT(WS-DEPT-CNT)
           END-IF.

      *> One department's pass: rebuild the coverage it answers to
      *> (globals plus its own scoped rules and queued adds), count
      *> every ordered pair across its updates, then walk the pairs.
      *> *NOBATCH is the unbatched feeds' slot -- no department owns
      *> those decks, so what they agree on is proposed as a global
      *> rule and only global coverage applies.
       FIND-CANDIDATES.
           MOVE WS-DT-ID(WS-DT) TO WS-CUR-DEPT
           MOVE WS-GLOBAL-COVER-MATRIX TO WS-COVER-MATRIX
           IF WS-CUR-DEPT NOT = '*NOBATCH'
              PERFORM VARYING WS-SC FROM 1 BY 1
                      UNTIL WS-SC > WS-SCOPE-CNT
                 IF WS-SC-DEPT(WS-SC) = WS-CUR-DEPT
                    MOVE 'Y' TO WS-COVER(WS-SC-PRE(WS-SC),
                                         WS-SC-SUC(WS-SC))
                    MOVE 'Y' TO WS-COVER(WS-SC-SUC(WS-SC),
                                         WS-SC-PRE(WS-SC))
                 END-IF
              END-PERFORM
           END-IF

           INITIALIZE WS-BEFORE-MATRIX
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT DETAIL-HISTORY
           PERFORM UNTIL WS-HIST-EOF = 'Y'
              READ DETAIL-HISTORY
                     AT END
                            MOVE 'Y' TO WS-HIST-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF HIST-DEPT = WS-CUR-DEPT
                               PERFORM COUNT-UPDATE-PAIRS
                            END-IF
              END-READ
           END-PERFORM
           CLOSE DETAIL-HISTORY

      *> Each unordered pair once (WS-I < WS-J); the busier direction
      *> is the proposed rule, the other direction its contradiction.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 998
              PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > 998
                 IF WS-BEFORE-CNT(WS-I, WS-J + 1) > 0
                    OR WS-BEFORE-CNT(WS-J + 1, WS-I) > 0
                    PERFORM JUDGE-PAIR
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> The order the update was actually shipped in: as received
      *> for a correct one, the corrected order otherwise -- exactly
      *> what went out on CORROUT. A line whose list doesn't unpack
      *> into whole page numbers is skipped, not half-counted.
       COUNT-UPDATE-PAIRS.
           IF HIST-CORRECT-FLAG = 'Y'
              MOVE HIST-ORIGINAL TO WS-PAGE-LIST-TEXT
           ELSE
              MOVE HIST-CORRECTED TO WS-PAGE-LIST-TEXT
           END-IF

      *> The blank slot that ends the list is tested inside the loop,
      *> not in the UNTIL, so a list filling all WS-MAX-PAGE-SLOTS
      *> slots never subscripts one past the table.
           MOVE 'Y' TO WS-LINE-VALID
           MOVE 'N' TO WS-LIST-END
           MOVE 0 TO WS-N
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MAX-PAGE-SLOTS
                      OR WS-LIST-END = 'Y'
                      OR WS-LINE-VALID = 'N'
              EVALUATE TRUE
                 WHEN WS-SLOT-PAGE(WS-I) = SPACES
                    MOVE 'Y' TO WS-LIST-END
                 WHEN WS-SLOT-NUM(WS-I) IS NUMERIC
                      AND WS-SLOT-NUM(WS-I) NOT = ZERO
                    ADD 1 TO WS-N
                    MOVE WS-SLOT-NUM(WS-I) TO WS-PAGE-NUM(WS-N)
                 WHEN OTHER
                    MOVE 'N' TO WS-LINE-VALID
              END-EVALUATE
           END-PERFORM

           IF WS-LINE-VALID = 'N' OR WS-N < 2
              ADD 1 TO WS-HIST-SKIP-CNT
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DT-UPDATE-CNT(WS-DT)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-N
              PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J = WS-N
                 IF WS-PAGE-NUM(WS-I) NOT = WS-PAGE-NUM(WS-J + 1)
                    ADD 1 TO WS-BEFORE-CNT(WS-PAGE-NUM(WS-I),
                                           WS-PAGE-NUM(WS-J + 1))
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> WS-I and WS-J + 1 are the pair. Covered pairs drop out
      *> first, whatever their counts; then the contradiction share
      *> (contra / (support + contra), against the DISCPARM percent,
      *> cross-multiplied so no rounding ever lets one through)
      *> decides CANDIDATE or MIXED.
       JUDGE-PAIR.
           IF WS-BEFORE-CNT(WS-I, WS-J + 1)
              NOT LESS WS-BEFORE-CNT(WS-J + 1, WS-I)
              MOVE WS-I TO WS-PRE
              COMPUTE WS-SUC = WS-J + 1
           ELSE
              COMPUTE WS-PRE = WS-J + 1
              MOVE WS-I TO WS-SUC
           END-IF
           MOVE WS-BEFORE-CNT(WS-PRE, WS-SUC) TO WS-SUPPORT
           MOVE WS-BEFORE-CNT(WS-SUC, WS-PRE) TO WS-CONTRA

           IF WS-SUPPORT < WS-MIN-SUPPORT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-CNT

           IF WS-COVER(WS-PRE, WS-SUC) = 'Y'
              ADD 1 TO WS-COVERED-CNT
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CONTRA-SCALED = WS-CONTRA * 100
           COMPUTE WS-CONTRA-LIMIT =
              (WS-SUPPORT + WS-CONTRA) * WS-MAX-CONTRA-PCT
           MOVE SPACES TO DISC-RECORD
           IF WS-CONTRA-SCALED > WS-CONTRA-LIMIT
              ADD 1 TO WS-MIXED-CNT
              MOVE 'MIXED' TO DISC-CODE
           ELSE
              ADD 1 TO WS-CAND-CNT
              MOVE 'CANDIDATE' TO DISC-CODE
              PERFORM WRITE-CANDIDATE-TRAN
           END-IF
           MOVE WS-CUR-DEPT TO DISC-DEPT
           MOVE WS-PRE TO DISC-PRE
           MOVE '|' TO DISC-DELIM
           MOVE WS-SUC TO DISC-SUC
           MOVE WS-SUPPORT TO DISC-SUPPORT
           MOVE WS-CONTRA TO DISC-CONTRA
           WRITE DISC-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> An add, active, unbounded window, scoped to the department
      *> whose decks supplied the evidence (global for *NOBATCH).
       WRITE-CANDIDATE-TRAN.
           MOVE SPACES TO CAND-RECORD
           MOVE 'A' TO CAND-CODE
           MOVE WS-PRE TO CAND-PRE
           MOVE WS-SUC TO CAND-SUC
           MOVE 'A' TO CAND-STATUS
           MOVE '|' TO CAND-DELIM-1 CAND-DELIM-2 CAND-DELIM-3
                       CAND-DELIM-4 CAND-DELIM-5 CAND-DELIM-6
                       CAND-DELIM-7 CAND-DELIM-8
           IF WS-CUR-DEPT NOT = '*NOBATCH'
              MOVE WS-CUR-DEPT TO CAND-DEPT
           END-IF
           MOVE WS-SUPPORT TO WS-CAND-DESC-SUPPORT
           MOVE WS-CONTRA TO WS-CAND-DESC-CONTRA
           MOVE WS-CAND-DESC TO CAND-DESC
           MOVE WS-DISC-OPERATOR TO CAND-OPERATOR
           WRITE CAND-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> One DEPT line per department with the updates that fed it,
      *> then the run totals.
       WRITE-DISC-TOTALS.
           PERFORM VARYING WS-DT FROM 1 BY 1 UNTIL WS-DT > WS-DEPT-CNT
              MOVE SPACES TO DISC-RECORD
              MOVE 'DEPT' TO DISC-CODE
              MOVE WS-DT-ID(WS-DT) TO DISC-DEPT
              MOVE WS-DT-UPDATE-CNT(WS-DT) TO DISC-SUPPORT
              WRITE DISC-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-PERFORM

           MOVE SPACES TO DISC-TOTAL-LINE
           MOVE 'HISTORY RECORDS' TO DISC-TOT-TEXT
           MOVE WS-HIST-REC-CNT TO DISC-TOT-VALUE
           WRITE DISC-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'RECORDS SKIPPED' TO DISC-TOT-TEXT
           MOVE WS-HIST-SKIP-CNT TO DISC-TOT-VALUE
           WRITE DISC-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'PAIRS AT MINIMUM' TO DISC-TOT-TEXT
           MOVE WS-PAIR-CNT TO DISC-TOT-VALUE
           WRITE DISC-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'ALREADY COVERED' TO DISC-TOT-TEXT
           MOVE WS-COVERED-CNT TO DISC-TOT-VALUE
           WRITE DISC-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'MIXED PAIRS' TO DISC-TOT-TEXT
           MOVE WS-MIXED-CNT TO DISC-TOT-VALUE
           WRITE DISC-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'CANDIDATES' TO DISC-TOT-TEXT
           MOVE WS-CAND-CNT TO DISC-TOT-VALUE
           WRITE DISC-TOTAL-LINE
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
