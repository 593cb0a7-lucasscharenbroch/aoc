       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2024-DAY-05-RETURN.
      *> Return-file builder: takes the return records the producing
      *> steps left pending (see RETREC.cpy) and writes them out as
      *> one block per envelope -- an H header carrying the counts
      *> the envelope should have, the envelope's D records, and a T
      *> trailer carrying the counts actually returned -- so the
      *> sender can prove it got back one answer for every update it
      *> sent. Blocks go out in HDR| source order, and every record
      *> carries its source in columns 3-10, so the split step after
      *> this one (see 5.jcl) can copy each sender's blocks to that
      *> sender's own return dataset on a plain INCLUDE.
      *> A block is one envelope (HDR| source and business date) as
      *> one step saw it on one run date: the night it was processed
      *> (nightly block, whose H record 5.cbl writes at end of job
      *> from its RPTOUT reconciliation) or a later suspense change
      *> (follow-up block, counted here from its D records). A nightly
      *> block whose H record hasn't arrived -- the step abended
      *> before end of job -- is held back on RETKEEP to go out with
      *> its counts after the restart. A restart reprocesses the
      *> records after the last checkpoint and writes their D records
      *> again; the repeats are dropped by INFILE record number.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The pending return records: whatever was held last time
      *> followed by this run's, concatenated by the JCL.
           SELECT OPTIONAL PENDING-RETURNS ASSIGN TO RETIN
                  LINE SEQUENTIAL.
      *> The records held back; the JCL copies it over the pending
      *> dataset once this step ends clean.
           SELECT KEEP-RETURNS ASSIGN TO RETKEEP
                  LINE SEQUENTIAL.
      *> Tonight's return blocks, every sender's, for the split.
           SELECT RETURN-OUT ASSIGN TO RETOUT
                  LINE SEQUENTIAL.
           SELECT RETURN-REPORT ASSIGN TO RETRPT
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> All three return files carry RETREC.cpy records; the layout
      *> itself is COPYed into WORKING-STORAGE and every record is
      *> read INTO and written FROM it.
       FD PENDING-RETURNS.
       01 PENDING-RECORD PIC X(2111).

       FD KEEP-RETURNS.
       01 KEEP-RECORD PIC X(2111).

       FD RETURN-OUT.
       01 RETURN-OUT-RECORD PIC X(2111).

      *> One line per block: RETURNED (or HELD), the envelope, the
      *> kind of block, the envelope's verdict, the records returned
      *> and whether the trailer balanced to the header; a FLAG line
      *> for each count that didn't; then the totals.
       FD RETURN-REPORT.
       01 RR-BLOCK-RECORD.
              05 RRB-TAG PIC X(9).
              05 FILLER PIC X VALUE SPACE.
              05 RRB-SOURCE PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 RRB-BUS-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 RRB-RUN-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 RRB-KIND PIC X(9).
              05 FILLER PIC X VALUE SPACE.
              05 RRB-VERDICT PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RRB-RECORDS PIC Z(5)9.
              05 FILLER PIC X VALUE SPACE.
              05 RRB-STATUS PIC X(14).
       01 RR-FLAG-RECORD.
              05 RRF-TAG PIC X(9).
              05 FILLER PIC X VALUE SPACE.
              05 RRF-SOURCE PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 RRF-BUS-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 RRF-TEXT PIC X(24).
              05 FILLER PIC X VALUE SPACE.
              05 RRF-HEADER PIC Z(5)9.
              05 FILLER PIC X VALUE SPACE.
              05 RRF-TRAILER PIC Z(5)9.
       01 RR-TOTAL-LINE.
              05 RRT-TEXT PIC X(24).
              05 RRT-VALUE PIC Z(5)9.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
           COPY RETREC.

       01 WS-PEND-EOF PIC A VALUE 'N'.

      *> The blocks found on RETIN, in source order and, within a
      *> source, in the order they first appear (see REGISTER-BLOCK).
      *> WS-BK-EXPECT holds the header counts (the H record's for a
      *> nightly block, tallied from the D records for a follow-up)
      *> and WS-BK-HAS-HDR whether a nightly block's H record came.
       01 WS-BLOCK-TABLE.
              05 WS-BLOCK-ENTRY OCCURS 200 TIMES.
                     10 WS-BK-SOURCE PIC X(8).
                     10 WS-BK-BUS-DATE PIC 9(8).
                     10 WS-BK-RUN-DATE PIC 9(8).
                     10 WS-BK-KIND PIC X.
                     10 WS-BK-VERDICT PIC X(10).
                     10 WS-BK-HAS-HDR PIC A.
                     10 WS-BK-DETAIL-CNT PIC 9(6).
                     10 WS-BK-EXPECT PIC 9(6) OCCURS 12 TIMES.
       78 WS-MAX-BLOCKS VALUE 200.
       01 WS-BLOCK-CNT PIC 9(3) VALUE 0.
       01 WS-K PIC 9(3).
       01 WS-FOUND-BLOCK PIC 9(3).
       01 WS-INSERT-AT PIC 9(3).

      *> The counts on the H and T records, in RET-COUNTS order, and
      *> their names for the FLAG lines.
       01 WS-COUNT-NAMES-TEXT PIC X(288) VALUE
              'RECORDS                 UPDATES                 '
           &  'ACCEPTED                TOPSORTED               '
           &  'CORRECTED               CYCLES                  '
           &  'PAGE HOLDS              REJECTED                '
           &  'CLEARED                 PURGED                  '
           &  'RELEASED                NOTED                   '.
       01 WS-COUNT-NAMES REDEFINES WS-COUNT-NAMES-TEXT.
              05 WS-COUNT-NAME PIC X(24) OCCURS 12 TIMES.
       78 WS-COUNT-CNT VALUE 12.
       01 WS-C PIC 99.
       01 WS-COUNT-TABLE.
              05 WS-COUNT PIC 9(6) OCCURS 12 TIMES.
       01 WS-TRAILER-TABLE.
              05 WS-TRAILER PIC 9(6) OCCURS 12 TIMES.

      *> The last INFILE record number returned in the block in
      *> hand; a nightly D record at or below it is a restart repeat.
       01 WS-LAST-LINE-NUM PIC 9(9).
       01 WS-BLOCK-BALANCED PIC A.
       01 WS-OUT-REC-TYPE PIC X.
       01 WS-OUT-VERDICT PIC X(10).

       01 WS-BLOCKS-RETURNED PIC 9(6) VALUE 0.
       01 WS-RECORDS-RETURNED PIC 9(6) VALUE 0.
       01 WS-OUT-OF-BALANCE-CNT PIC 9(6) VALUE 0.
       01 WS-BLOCKS-HELD PIC 9(6) VALUE 0.
       01 WS-RECORDS-HELD PIC 9(6) VALUE 0.
       01 WS-REPEATS-DROPPED PIC 9(6) VALUE 0.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05RT'.
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
           PERFORM LOAD-RETURN-BLOCKS

           OPEN OUTPUT RETURN-REPORT
           OPEN OUTPUT RETURN-OUT
           OPEN OUTPUT KEEP-RETURNS
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-BLOCK-CNT
              IF WS-BK-KIND(WS-K) = 'N' AND WS-BK-HAS-HDR(WS-K) = 'N'
                 PERFORM HOLD-ONE-BLOCK
              ELSE
                 PERFORM RETURN-ONE-BLOCK
              END-IF
           END-PERFORM
           CLOSE KEEP-RETURNS
           CLOSE RETURN-OUT

           MOVE SPACES TO RR-TOTAL-LINE
           MOVE 'BLOCKS RETURNED' TO RRT-TEXT
           MOVE WS-BLOCKS-RETURNED TO RRT-VALUE
           WRITE RR-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'RECORDS RETURNED' TO RRT-TEXT
           MOVE WS-RECORDS-RETURNED TO RRT-VALUE
           WRITE RR-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'BLOCKS OUT OF BALANCE' TO RRT-TEXT
           MOVE WS-OUT-OF-BALANCE-CNT TO RRT-VALUE
           WRITE RR-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'BLOCKS HELD' TO RRT-TEXT
           MOVE WS-BLOCKS-HELD TO RRT-VALUE
           WRITE RR-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'RECORDS HELD' TO RRT-TEXT
           MOVE WS-RECORDS-HELD TO RRT-VALUE
           WRITE RR-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'RESTART REPEATS DROPPED' TO RRT-TEXT
           MOVE WS-REPEATS-DROPPED TO RRT-VALUE
           WRITE RR-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           CLOSE RETURN-REPORT

           DISPLAY 'Blocks returned:  ' WS-BLOCKS-RETURNED.
           DISPLAY 'Records returned: ' WS-RECORDS-RETURNED.
           DISPLAY 'Out of balance:   ' WS-OUT-OF-BALANCE-CNT.
           DISPLAY 'Blocks held:      ' WS-BLOCKS-HELD.

      *> RC 4 (warning range) when a block went out of balance or had
      *> to be held, so someone looks before the senders ask.
           IF WS-OUT-OF-BALANCE-CNT > 0 OR WS-BLOCKS-HELD > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> First pass over RETIN: find every block and its header
      *> counts.
       LOAD-RETURN-BLOCKS.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT PENDING-RETURNS
           PERFORM UNTIL WS-PEND-EOF = 'Y'
              READ PENDING-RETURNS INTO RET-RECORD
                     AT END
                            MOVE 'Y' TO WS-PEND-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM LOAD-ONE-PENDING-RECORD
           END-PERFORM
           CLOSE PENDING-RETURNS.

       LOAD-ONE-PENDING-RECORD.
           PERFORM FIND-BLOCK
           IF WS-FOUND-BLOCK = 0
              PERFORM REGISTER-BLOCK
              MOVE RET-SOURCE TO WS-BK-SOURCE(WS-FOUND-BLOCK)
              MOVE RET-BUS-DATE TO WS-BK-BUS-DATE(WS-FOUND-BLOCK)
              MOVE RET-RUN-DATE TO WS-BK-RUN-DATE(WS-FOUND-BLOCK)
              MOVE RET-BLOCK-KIND TO WS-BK-KIND(WS-FOUND-BLOCK)
              IF RET-FOLLOW-UP
                 MOVE 'FOLLOW-UP' TO WS-BK-VERDICT(WS-FOUND-BLOCK)
              ELSE
                 MOVE SPACES TO WS-BK-VERDICT(WS-FOUND-BLOCK)
              END-IF
              MOVE 'N' TO WS-BK-HAS-HDR(WS-FOUND-BLOCK)
              MOVE 0 TO WS-BK-DETAIL-CNT(WS-FOUND-BLOCK)
              PERFORM VARYING WS-C FROM 1 BY 1
                      UNTIL WS-C > WS-COUNT-CNT
                 MOVE 0 TO WS-BK-EXPECT(WS-FOUND-BLOCK, WS-C)
              END-PERFORM
           END-IF

           EVALUATE TRUE
              WHEN RET-HEADER
                 MOVE 'Y' TO WS-BK-HAS-HDR(WS-FOUND-BLOCK)
                 MOVE RET-VERDICT TO WS-BK-VERDICT(WS-FOUND-BLOCK)
                 PERFORM LOAD-COUNTS-FROM-RECORD
                 PERFORM VARYING WS-C FROM 1 BY 1
                         UNTIL WS-C > WS-COUNT-CNT
                    MOVE WS-COUNT(WS-C)
                       TO WS-BK-EXPECT(WS-FOUND-BLOCK, WS-C)
                 END-PERFORM
              WHEN RET-DETAIL
                 ADD 1 TO WS-BK-DETAIL-CNT(WS-FOUND-BLOCK)
                 IF RET-FOLLOW-UP
                    PERFORM CLASSIFY-DETAIL
                    ADD 1 TO WS-BK-EXPECT(WS-FOUND-BLOCK, 1)
                    ADD 1 TO WS-BK-EXPECT(WS-FOUND-BLOCK, WS-C)
                 END-IF
           END-EVALUATE.

      *> Open a new block's entry after every block of the same or a
      *> lower source, shifting the rest down, so the table stays in
      *> source order and a source's blocks keep their arrival order.
       REGISTER-BLOCK.
           IF WS-BLOCK-CNT >= WS-MAX-BLOCKS
              DISPLAY 'More than ' WS-MAX-BLOCKS
                 ' return blocks pending; raise WS-MAX-BLOCKS'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           MOVE 0 TO WS-INSERT-AT
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-BLOCK-CNT OR WS-INSERT-AT > 0
              IF WS-BK-SOURCE(WS-K) > RET-SOURCE
                 MOVE WS-K TO WS-INSERT-AT
              END-IF
           END-PERFORM
           IF WS-INSERT-AT = 0
              COMPUTE WS-INSERT-AT = WS-BLOCK-CNT + 1
           END-IF
           PERFORM VARYING WS-K FROM WS-BLOCK-CNT BY -1
                   UNTIL WS-K < WS-INSERT-AT
              MOVE WS-BLOCK-ENTRY(WS-K) TO WS-BLOCK-ENTRY(WS-K + 1)
           END-PERFORM
           ADD 1 TO WS-BLOCK-CNT
           MOVE WS-INSERT-AT TO WS-FOUND-BLOCK.

       FIND-BLOCK.
           MOVE 0 TO WS-FOUND-BLOCK
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-BLOCK-CNT OR WS-FOUND-BLOCK > 0
              IF WS-BK-SOURCE(WS-K) = RET-SOURCE
                 AND WS-BK-BUS-DATE(WS-K) = RET-BUS-DATE
                 AND WS-BK-RUN-DATE(WS-K) = RET-RUN-DATE
                 AND WS-BK-KIND(WS-K) = RET-BLOCK-KIND
                 MOVE WS-K TO WS-FOUND-BLOCK
              END-IF
           END-PERFORM.

      *> The count a D record falls under, into WS-C. A suspended
      *> update is a cycle when the rules closing it are what held it,
      *> a page hold otherwise; a C is a correction on the night and a
      *> clear from suspense on a follow-up.
       CLASSIFY-DETAIL.
           EVALUATE RET-OUTCOME
              WHEN 'A'
                 MOVE 3 TO WS-C
              WHEN 'C'
                 IF RET-FOLLOW-UP
                    MOVE 9 TO WS-C
                 ELSE
                    MOVE 5 TO WS-C
                 END-IF
              WHEN 'S'
                 IF RET-REASON-CODE = 'CYCLE'
                    MOVE 6 TO WS-C
                 ELSE
                    MOVE 7 TO WS-C
                 END-IF
              WHEN 'R'
                 MOVE 8 TO WS-C
              WHEN 'P'
                 MOVE 10 TO WS-C
              WHEN 'F'
                 MOVE 11 TO WS-C
              WHEN OTHER
                 MOVE 12 TO WS-C
           END-EVALUATE.

      *> Second pass, once per block: header, the block's D records
      *> off RETIN, trailer, all onto RETOUT.
       RETURN-ONE-BLOCK.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-COUNT-CNT
              MOVE WS-BK-EXPECT(WS-K, WS-C) TO WS-COUNT(WS-C)
              MOVE 0 TO WS-TRAILER(WS-C)
           END-PERFORM
           MOVE 'H' TO WS-OUT-REC-TYPE
           MOVE WS-BK-VERDICT(WS-K) TO WS-OUT-VERDICT
           PERFORM WRITE-BLOCK-COUNTS

           MOVE 0 TO WS-LAST-LINE-NUM
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT PENDING-RETURNS
           PERFORM UNTIL WS-PEND-EOF = 'Y'
              READ PENDING-RETURNS INTO RET-RECORD
                     AT END
                            MOVE 'Y' TO WS-PEND-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM RETURN-ONE-DETAIL
           END-PERFORM
           CLOSE PENDING-RETURNS

      *> The trailer's UPDATES is what the envelope's update lines
      *> came to: every answer but a reject of a malformed line --
      *> a bad page or a refused deck is still counted and hashed
      *> (see 5.cbl's PROCESS-UPDATE-RECORD), a malformed line never
      *> was. TOPSORTED is corrections plus cycles, same as RPTOUT.
           IF WS-BK-KIND(WS-K) = 'N'
              COMPUTE WS-TRAILER(4) = WS-TRAILER(5) + WS-TRAILER(6)
           END-IF
           MOVE WS-TRAILER-TABLE TO WS-COUNT-TABLE
           MOVE 'Y' TO WS-BLOCK-BALANCED
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-COUNT-CNT
              IF WS-TRAILER(WS-C) NOT = WS-BK-EXPECT(WS-K, WS-C)
                 MOVE 'N' TO WS-BLOCK-BALANCED
              END-IF
           END-PERFORM
           MOVE 'T' TO WS-OUT-REC-TYPE
           IF WS-BLOCK-BALANCED = 'Y'
              MOVE 'BALANCED' TO WS-OUT-VERDICT
           ELSE
              MOVE 'OUT OF BAL' TO WS-OUT-VERDICT
           END-IF
           PERFORM WRITE-BLOCK-COUNTS
           ADD 1 TO WS-BLOCKS-RETURNED

           MOVE SPACES TO RR-BLOCK-RECORD
           MOVE 'RETURNED' TO RRB-TAG
           PERFORM FILL-BLOCK-LINE
           MOVE WS-TRAILER(1) TO RRB-RECORDS
           IF WS-BLOCK-BALANCED = 'Y'
              MOVE 'BALANCED' TO RRB-STATUS
           ELSE
              MOVE 'OUT OF BALANCE' TO RRB-STATUS
              ADD 1 TO WS-OUT-OF-BALANCE-CNT
           END-IF
           WRITE RR-BLOCK-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           IF WS-BLOCK-BALANCED = 'N'
              PERFORM VARYING WS-C FROM 1 BY 1
                      UNTIL WS-C > WS-COUNT-CNT
                 IF WS-TRAILER(WS-C) NOT = WS-BK-EXPECT(WS-K, WS-C)
                    MOVE SPACES TO RR-FLAG-RECORD
                    MOVE 'FLAG' TO RRF-TAG
                    MOVE WS-BK-SOURCE(WS-K) TO RRF-SOURCE
                    MOVE WS-BK-BUS-DATE(WS-K) TO RRF-BUS-DATE
                    MOVE WS-COUNT-NAME(WS-C) TO RRF-TEXT
                    MOVE WS-BK-EXPECT(WS-K, WS-C) TO RRF-HEADER
                    MOVE WS-TRAILER(WS-C) TO RRF-TRAILER
                    WRITE RR-FLAG-RECORD
                    ADD 1 TO WS-OPLOG-WRITE-CNT
                 END-IF
              END-PERFORM
           END-IF.

       RETURN-ONE-DETAIL.
           IF NOT RET-DETAIL
              OR RET-SOURCE NOT = WS-BK-SOURCE(WS-K)
              OR RET-BUS-DATE NOT = WS-BK-BUS-DATE(WS-K)
              OR RET-RUN-DATE NOT = WS-BK-RUN-DATE(WS-K)
              OR RET-BLOCK-KIND NOT = WS-BK-KIND(WS-K)
              EXIT PARAGRAPH
           END-IF
           IF RET-NIGHTLY
              IF RET-LINE-NUM NOT > WS-LAST-LINE-NUM
                 ADD 1 TO WS-REPEATS-DROPPED
                 EXIT PARAGRAPH
              END-IF
              MOVE RET-LINE-NUM TO WS-LAST-LINE-NUM
           END-IF

           WRITE RETURN-OUT-RECORD FROM RET-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           ADD 1 TO WS-RECORDS-RETURNED
           PERFORM CLASSIFY-DETAIL
           ADD 1 TO WS-TRAILER(1)
           ADD 1 TO WS-TRAILER(WS-C)
           IF RET-NIGHTLY
              IF RET-OUTCOME NOT = 'R'
                 OR RET-REASON-CODE = 'UNKPAGE'
                 OR RET-REASON-CODE = 'RETPAGE'
                 OR RET-REASON-CODE = 'DEPTREJ'
                 ADD 1 TO WS-TRAILER(2)
              END-IF
           END-IF.

      *> A nightly block with no counts yet: every record of it goes
      *> to RETKEEP to wait for the restart's H record.
       HOLD-ONE-BLOCK.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT PENDING-RETURNS
           PERFORM UNTIL WS-PEND-EOF = 'Y'
              READ PENDING-RETURNS INTO RET-RECORD
                     AT END
                            MOVE 'Y' TO WS-PEND-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM HOLD-ONE-DETAIL
           END-PERFORM
           CLOSE PENDING-RETURNS
           ADD 1 TO WS-BLOCKS-HELD

           MOVE SPACES TO RR-BLOCK-RECORD
           MOVE 'HELD' TO RRB-TAG
           PERFORM FILL-BLOCK-LINE
           MOVE WS-BK-DETAIL-CNT(WS-K) TO RRB-RECORDS
           MOVE 'NO COUNTS YET' TO RRB-STATUS
           WRITE RR-BLOCK-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       HOLD-ONE-DETAIL.
           IF RET-SOURCE = WS-BK-SOURCE(WS-K)
              AND RET-BUS-DATE = WS-BK-BUS-DATE(WS-K)
              AND RET-RUN-DATE = WS-BK-RUN-DATE(WS-K)
              AND RET-BLOCK-KIND = WS-BK-KIND(WS-K)
              WRITE KEEP-RECORD FROM RET-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
              ADD 1 TO WS-RECORDS-HELD
           END-IF.

       FILL-BLOCK-LINE.
           MOVE WS-BK-SOURCE(WS-K) TO RRB-SOURCE
           MOVE WS-BK-BUS-DATE(WS-K) TO RRB-BUS-DATE
           MOVE WS-BK-RUN-DATE(WS-K) TO RRB-RUN-DATE
           IF WS-BK-KIND(WS-K) = 'N'
              MOVE 'NIGHTLY' TO RRB-KIND
           ELSE
              MOVE 'FOLLOW-UP' TO RRB-KIND
           END-IF
           MOVE WS-BK-VERDICT(WS-K) TO RRB-VERDICT.

      *> An H or T record for the block in hand, of the type and
      *> verdict in WS-OUT-REC-TYPE/WS-OUT-VERDICT with the counts in
      *> WS-COUNT.
       WRITE-BLOCK-COUNTS.
           MOVE SPACES TO RET-RECORD
           MOVE WS-OUT-REC-TYPE TO RET-REC-TYPE
           MOVE WS-OUT-VERDICT TO RET-VERDICT
           MOVE WS-BK-SOURCE(WS-K) TO RET-SOURCE
           MOVE WS-BK-BUS-DATE(WS-K) TO RET-BUS-DATE
           MOVE WS-BK-RUN-DATE(WS-K) TO RET-RUN-DATE
           MOVE WS-BK-KIND(WS-K) TO RET-BLOCK-KIND
           PERFORM MOVE-COUNTS-TO-RECORD
           WRITE RETURN-OUT-RECORD FROM RET-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       LOAD-COUNTS-FROM-RECORD.
           MOVE RET-RECORD-CNT TO WS-COUNT(1)
           MOVE RET-UPDATE-CNT TO WS-COUNT(2)
           MOVE RET-ACCEPTED-CNT TO WS-COUNT(3)
           MOVE RET-TOPSORT-CNT TO WS-COUNT(4)
           MOVE RET-CORRECTED-CNT TO WS-COUNT(5)
           MOVE RET-CYCLE-CNT TO WS-COUNT(6)
           MOVE RET-HOLD-CNT TO WS-COUNT(7)
           MOVE RET-REJECTED-CNT TO WS-COUNT(8)
           MOVE RET-CLEARED-CNT TO WS-COUNT(9)
           MOVE RET-PURGED-CNT TO WS-COUNT(10)
           MOVE RET-RELEASED-CNT TO WS-COUNT(11)
           MOVE RET-NOTED-CNT TO WS-COUNT(12).

       MOVE-COUNTS-TO-RECORD.
           MOVE WS-COUNT(1) TO RET-RECORD-CNT
           MOVE WS-COUNT(2) TO RET-UPDATE-CNT
           MOVE WS-COUNT(3) TO RET-ACCEPTED-CNT
           MOVE WS-COUNT(4) TO RET-TOPSORT-CNT
           MOVE WS-COUNT(5) TO RET-CORRECTED-CNT
           MOVE WS-COUNT(6) TO RET-CYCLE-CNT
           MOVE WS-COUNT(7) TO RET-HOLD-CNT
           MOVE WS-COUNT(8) TO RET-REJECTED-CNT
           MOVE WS-COUNT(9) TO RET-CLEARED-CNT
           MOVE WS-COUNT(10) TO RET-PURGED-CNT
           MOVE WS-COUNT(11) TO RET-RELEASED-CNT
           MOVE WS-COUNT(12) TO RET-NOTED-CNT.

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
