                  LINE SEQUENTIAL.
           SELECT ACK-REPORT ASSIGN TO ACKRPT
                  LINE SEQUENTIAL.
      *> Every match made, appended night after night -- the only
      *> record of what the floor actually printed once an item
      *> drops off OUTSTAND. The back-out job (5backout.cbl) reads
      *> it to refuse reversing work that is already on paper.
           SELECT OPTIONAL ACK-HISTORY ASSIGN TO ACKHIST
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> Outstanding item: date first forwarded, nights outstanding,
      *> and the page list as forwarded. Both FDs carry the layout
      *> (this dataset is this program's own; the back-out job only
      *> copies it forward less one envelope's items, under its own
      *> view of the same columns, so no copybook).
       FD OUTSTAND-IN.
       01 OUTSTAND-IN-RECORD.
              05 OUT-IN-FIRST-FWD PIC 9(8).
              05 AKR-TOT-TEXT PIC X(24).
              05 AKR-TOT-VALUE PIC Z(9)9.

      *> Acknowledged item: the night the acknowledgment matched,
      *> the night the item was first forwarded, and its page list.
       FD ACK-HISTORY.
       01 ACKHIST-RECORD.
              05 AKH-ACK-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 AKH-FIRST-FWD PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 AKH-PAGE-LIST PIC X(1000).

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
      *> Every acknowledgment, loaded up front and consumed one
      *> match at a time -- two identical forwarded updates need two
       01 WS-AGED-CNT PIC 9(6) VALUE 0.
       01 WS-ORPHAN-CNT PIC 9(6) VALUE 0.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05PA'.
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
           PERFORM LOAD-ACKNOWLEDGMENTS

           OPEN OUTPUT OUTSTAND-OUT
           OPEN OUTPUT ACK-REPORT
           OPEN EXTEND ACK-HISTORY

      *> Prior nights' outstanding items reconcile first, so an
      *> acknowledgment that arrives a day late clears the carried
                     AT END
                            MOVE 'Y' TO WS-OUT-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-CARRY-CNT
                            MOVE OUT-IN-FIRST-FWD
                               TO WS-ITEM-FIRST-FWD
                     AT END
                            MOVE 'Y' TO WS-CORR-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-FWD-CNT
                            MOVE WS-RUN-DATE TO WS-ITEM-FIRST-FWD
                            MOVE ZERO TO WS-ITEM-DAYS

           CLOSE OUTSTAND-OUT.
           CLOSE ACK-REPORT.
           CLOSE ACK-HISTORY.

           DISPLAY 'Forwarded tonight:  ' WS-FWD-CNT.
           DISPLAY 'Carried forward in: ' WS-CARRY-CNT.
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Pull the acknowledgment file into the table. Blank records
                     AT END
                            MOVE 'Y' TO WS-ACK-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM LOAD-ONE-ACK
           END-PERFORM
           CLOSE ACK-IN.
              DISPLAY 'More than ' WS-MAX-ACK-ENTRIES
                 ' acknowledgments on ACKIN; raise the table'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-ACK-READ-CNT

      *> Match the item in WS-ITEM-* against the first unconsumed
      *> acknowledgment with the identical page list. Matched is
      *> done with, bar its line on ACKHIST; unmatched goes forward
      *> with one more night on the clock and an UNPRINT (or AGED)
      *> line on the listing.
       RECONCILE-ONE-ITEM.
           MOVE 0 TO WS-MATCH-ENT
           PERFORM VARYING WS-A FROM 1 BY 1
           IF WS-MATCH-ENT > 0
              MOVE 'Y' TO WS-AK-USED(WS-MATCH-ENT)
              ADD 1 TO WS-MATCHED-CNT
              MOVE SPACES TO ACKHIST-RECORD
              MOVE WS-RUN-DATE TO AKH-ACK-DATE
              MOVE WS-ITEM-FIRST-FWD TO AKH-FIRST-FWD
              MOVE WS-ITEM-PAGE-LIST TO AKH-PAGE-LIST
              WRITE ACKHIST-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
              EXIT PARAGRAPH
           END-IF

           COMPUTE OUT-OUT-DAYS = WS-ITEM-DAYS + 1
           MOVE WS-ITEM-PAGE-LIST TO OUT-OUT-PAGE-LIST
           WRITE OUTSTAND-OUT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE SPACES TO ACKRPT-RECORD
           IF OUT-OUT-DAYS > WS-ACK-AGING-LIMIT
           MOVE WS-ITEM-FIRST-FWD TO AKR-FIRST-FWD
           MOVE OUT-OUT-DAYS TO AKR-DAYS
           MOVE WS-ITEM-PAGE-LIST TO AKR-PAGE-LIST
           WRITE ACKRPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Acknowledgments still unconsumed matched nothing forwarded
      *> -- the print floor claims work this system never sent it,
                 MOVE ZERO TO AKR-DAYS
                 MOVE WS-AK-PAGE-LIST(WS-A) TO AKR-PAGE-LIST
                 WRITE ACKRPT-RECORD
                 ADD 1 TO WS-OPLOG-WRITE-CNT
              END-IF
           END-PERFORM.

           MOVE 'FORWARDED TONIGHT' TO AKR-TOT-TEXT
           MOVE WS-FWD-CNT TO AKR-TOT-VALUE
           WRITE ACKRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'CARRIED FORWARD IN' TO AKR-TOT-TEXT
           MOVE WS-CARRY-CNT TO AKR-TOT-VALUE
           WRITE ACKRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'ACKS READ' TO AKR-TOT-TEXT
           MOVE WS-ACK-READ-CNT TO AKR-TOT-VALUE
           WRITE ACKRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'MATCHED' TO AKR-TOT-TEXT
           MOVE WS-MATCHED-CNT TO AKR-TOT-VALUE
           WRITE ACKRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'UNPRINTED' TO AKR-TOT-TEXT
           MOVE WS-UNPRINTED-CNT TO AKR-TOT-VALUE
           WRITE ACKRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'AGED PAST LIMIT' TO AKR-TOT-TEXT
           MOVE WS-AGED-CNT TO AKR-TOT-VALUE
           WRITE ACKRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'ORPHAN ACKS' TO AKR-TOT-TEXT
           MOVE WS-ORPHAN-CNT TO AKR-TOT-VALUE
           WRITE ACKRPT-TOTAL-LINE
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
