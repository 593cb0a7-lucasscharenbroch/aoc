                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RULEMSTR-KEY
                  FILE STATUS IS WS-RULEMSTR-STATUS.
      *> Page catalog, so an item never clears to the print queue
      *> naming a page that isn't on file or in service for its
      *> department -- whether it was held for exactly that reason
      *> or has had a page retired under it while it sat here.
           SELECT OPTIONAL PAGECAT ASSIGN TO PAGECAT
                  ORGANIZATION INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PAGECAT-KEY
                  FILE STATUS IS WS-PAGECAT-STATUS.
      *> Department activity history (see DEPTHIST.cpy): one 'S'
      *> record per department per pass, counting its items held
      *> over -- the suspense days the monthly chargeback bills.
      *> EXTEND, OPTIONAL covers first use.
           SELECT OPTIONAL DEPT-HISTORY ASSIGN TO DEPTHIST
                  LINE SEQUENTIAL.
      *> Follow-up return records (see RETREC.cpy): one per item that
      *> clears, so the department that sent it learns the order it
      *> finally went to print in, under the same envelope its
      *> suspended return record came back under. A per-run work
      *> file; the JCL adds it to the pending return dataset for the
      *> next nightly run to send.
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

      *> CLEARED lines carry the corrected page order an operator can
      *> hand straight to the print queue; HELD lines echo the item
       FD RULEMSTR.
           COPY RULEMSTR.

       FD PAGECAT.
           COPY PAGECAT.

      *> Department-history record layout is COPYed from DEPTHIST.cpy
      *> so this FD and 5.cbl's can't drift apart from each other.
       FD DEPT-HISTORY.
           COPY DEPTHIST.

      *> Return record layout is COPYed from RETREC.cpy so this FD and
      *> 5.cbl's can't drift apart from each other.
       FD RETURN-OUT.
           COPY RETREC.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-RULEMSTR-STATUS PIC XX.
       01 WS-RULEMSTR-EOF PIC A VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RULE-IN-FORCE PIC A.
      *> Page catalog as 5.cbl loads it -- in key order, house-wide
      *> entries (department SPACES) first, so the last entry a
      *> search matches is the department's own where it has one.
       01 WS-PAGECAT-STATUS PIC XX.
       01 WS-PAGECAT-EOF PIC A VALUE 'N'.
       01 WS-PAGE-CAT-TABLE.
              05 WS-PAGE-CAT-ENTRY OCCURS 5000 TIMES.
                     10 WS-PC-DEPT PIC X(8).
                     10 WS-PC-PAGE PIC 999.
                     10 WS-PC-IN-SERVICE PIC 9(8).
                     10 WS-PC-RETIRED PIC 9(8).
       78 WS-MAX-PAGE-CAT VALUE 5000.
       01 WS-PAGE-CAT-CNT PIC 9(4) VALUE 0.
       01 WS-PC PIC 9(4).
       01 WS-PC-HIT PIC 9(4).
      *> Why the item in hand is (still) held: spaces for a cycle,
      *> else the page reason code, carried onto SUSP-OUT-HOLD-CODE.
       01 WS-ITEM-HOLD-CODE PIC X(7).
       01 WS-PAGE-FAULT-TEXT PIC X(40).
       01 WS-FAULT-PAGE PIC 999.
      *> Same derived adjacency index 5.cbl keeps: WS-ADJ-SUC(PRE,
      *> SUC) = 'Y' iff a PRE|SUC rule is in force, sized to the
      *> widest page number the key can hold. WS-GLOB-* carries the
       01 WS-CLEARED-CNT PIC 9(6) VALUE 0.
       01 WS-HELD-CNT PIC 9(6) VALUE 0.
       01 WS-AGED-CNT PIC 9(6) VALUE 0.
       01 WS-PAGE-HELD-CNT PIC 9(6) VALUE 0.
      *> Cleared items are scored the way Part 2 scores a TOPSORTed
      *> update -- middle page of the corrected order -- so the day's
      *> recovered updates reconcile against the production sums.
       01 WS-CLEARED-SUM PIC 9(10) VALUE ZERO.
      *> Items held over this pass, per department, for the 'S'
      *> department-history records written at end of job.
       01 WS-SDAY-TABLE.
              05 WS-SDAY-ENTRY OCCURS 200 TIMES.
                     10 WS-SD-DEPT PIC X(8).
                     10 WS-SD-HELD-CNT PIC 9(6).
       78 WS-MAX-SDAY-ENTRIES VALUE 200.
       01 WS-SDAY-CNT PIC 9(3) VALUE 0.
       01 WS-SD PIC 9(3).
       01 WS-SD-HIT PIC 9(3).

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05SP'.
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
           PERFORM LOAD-RULE-MASTER
           PERFORM LOAD-PAGE-CATALOG
           OPEN INPUT SUSPENSE-IN
           OPEN OUTPUT SUSPENSE-OUT
           OPEN OUTPUT SUSPENSE-REPORT
           OPEN OUTPUT RETURN-OUT

           PERFORM UNTIL WS-SUSP-EOF = 'Y'
              READ SUSPENSE-IN
                     AT END
                            MOVE 'Y' TO WS-SUSP-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-READ-CNT
                            PERFORM REPROCESS-SUSPENSE-ITEM
           END-PERFORM

           PERFORM WRITE-SUSPENSE-TOTALS
           PERFORM WRITE-DEPT-HISTORY

           CLOSE SUSPENSE-IN.
           CLOSE SUSPENSE-OUT.
           CLOSE SUSPENSE-REPORT.
           CLOSE RETURN-OUT.

           DISPLAY 'Items read:    ' WS-READ-CNT.
           DISPLAY 'Items cleared: ' WS-CLEARED-CNT.
           DISPLAY 'Items held:    ' WS-HELD-CNT.
           DISPLAY 'Items aged:    ' WS-AGED-CNT.
           DISPLAY 'Page holds:    ' WS-PAGE-HELD-CNT.

      *> RC 4 (warning range) flags items aged past WS-AGING-LIMIT so
      *> operations sees forgotten suspense without treating a normal
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Re-drive one held update against the current in-force rules.
      *> list handed to the print queue -- hold the item instead.
       REPROCESS-SUSPENSE-ITEM.
           MOVE 'N' TO WS-DIAG-CYCLE
           MOVE SPACES TO WS-ITEM-HOLD-CODE
           MOVE SUSP-PAGE-LIST TO WS-PAGE-LIST-IMAGE
           PERFORM VARYING WS-N FROM 1 BY 1
                  UNTIL WS-N > WS-MAX-PAGE-SLOTS
              END-IF
           END-IF

      *> Catalog first: an item naming a page that still isn't (or
      *> no longer is) good for its department stays held under that
      *> page's reason, however its rules would sort it.
           PERFORM CHECK-ITEM-PAGES
           IF WS-ITEM-HOLD-CODE NOT = SPACES
              PERFORM HOLD-SUSPENSE-ITEM
              EXIT PARAGRAPH
           END-IF

      *> Judge the item in the scope that held it: the global master
      *> plus (only) its own department's scoped rules, same merge
      *> the nightly run does at each BCH| separator. Items written
           MOVE SUSP-DAYS-HELD TO SRPT-DAYS-HELD
           MOVE SUSP-DEPT TO SRPT-DEPT
           MOVE WS-PAGE-LIST-TEXT TO SRPT-PAGE-LIST
           WRITE SRPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           PERFORM WRITE-RETURN-FOLLOW-UP.

      *> Tell the sender: the held update, identified by its
      *> envelope, department, first-held date and page list as sent,
      *> has cleared in the order WS-PAGE-LIST-TEXT gives. An item
      *> from a feed with no HDR| (or held before items carried their
      *> envelope) has no sender to tell.
       WRITE-RETURN-FOLLOW-UP.
           IF SUSP-SOURCE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RET-RECORD
           MOVE 'D' TO RET-REC-TYPE
           MOVE SUSP-SOURCE TO RET-SOURCE
           MOVE SUSP-BUS-DATE TO RET-BUS-DATE
           MOVE WS-RUN-DATE TO RET-RUN-DATE
           MOVE 'F' TO RET-BLOCK-KIND
           MOVE ZERO TO RET-LINE-NUM
           MOVE SUSP-DEPT TO RET-DEPT
           MOVE 'C' TO RET-OUTCOME
           MOVE 'CLEARED' TO RET-REASON-CODE
           MOVE 'Cleared from suspense in corrected order'
              TO RET-REASON-TEXT
           MOVE SUSP-FIRST-HELD TO RET-FIRST-HELD
           MOVE SUSP-PAGE-LIST TO RET-ORIGINAL
           MOVE WS-PAGE-LIST-TEXT TO RET-RESULT
           WRITE RET-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Still cyclic (or unparseable): write it forward with one
      *> more pass survived, and flag it AGED once it has sat past
      *> the limit.
       HOLD-SUSPENSE-ITEM.
           ADD 1 TO WS-HELD-CNT
           PERFORM COUNT-DEPT-SUSPENSE-DAY
           MOVE SPACES TO SUSPENSE-OUT-RECORD
           MOVE SUSP-FIRST-HELD TO SUSP-OUT-FIRST-HELD
           COMPUTE SUSP-OUT-DAYS-HELD = SUSP-DAYS-HELD + 1
           MOVE SUSP-DEPT TO SUSP-OUT-DEPT
           MOVE SUSP-PAGE-LIST TO SUSP-OUT-PAGE-LIST
           MOVE WS-ITEM-HOLD-CODE TO SUSP-OUT-HOLD-CODE
           MOVE SUSP-ENVELOPE TO SUSP-OUT-ENVELOPE
           WRITE SUSPENSE-OUT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE SPACES TO SRPT-RECORD
           IF SUSP-OUT-DAYS-HELD > WS-AGING-LIMIT
           MOVE SUSP-DEPT TO SRPT-DEPT
           MOVE SUSP-PAGE-LIST TO SRPT-PAGE-LIST
           WRITE SRPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

      *> For an item still held BECAUSE of a cycle, list the rules
      *> that close it right under the HELD/AGED line -- the rule
      *> the master by hand.
           IF WS-DIAG-CYCLE = 'Y'
              PERFORM DIAGNOSE-CYCLE
           END-IF

      *> Likewise an item held on the page catalog gets the page and
      *> reason under it, so whoever fixes the catalog knows which.
           IF WS-ITEM-HOLD-CODE NOT = SPACES
              ADD 1 TO WS-PAGE-HELD-CNT
              MOVE SPACES TO SRPT-RECORD
              MOVE 'PAGEBAD' TO SRPT-CODE
              MOVE SUSP-FIRST-HELD TO SRPT-FIRST-HELD
              MOVE SUSP-OUT-DAYS-HELD TO SRPT-DAYS-HELD
              MOVE SUSP-DEPT TO SRPT-DEPT
              STRING WS-ITEM-HOLD-CODE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-PAGE-FAULT-TEXT DELIMITED BY SIZE
                     INTO SRPT-PAGE-LIST
              WRITE SRPT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-IF.

      *> Same test CHECK-UPDATE-PAGES in 5.cbl applies, judged as of
      *> the run date for the item's own department: each page must
      *> be on the catalog (department entry, else house-wide), in
      *> service, and not yet retired. The first page at fault sets
      *> WS-ITEM-HOLD-CODE and the reason text.
       CHECK-ITEM-PAGES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I = WS-N OR WS-ITEM-HOLD-CODE NOT = SPACES
              MOVE WS-PAGE-NUM(WS-I) TO WS-FAULT-PAGE
              MOVE 0 TO WS-PC-HIT
              PERFORM VARYING WS-PC FROM 1 BY 1
                      UNTIL WS-PC > WS-PAGE-CAT-CNT
                 IF WS-PC-PAGE(WS-PC) = WS-FAULT-PAGE
                    AND (WS-PC-DEPT(WS-PC) = SPACES
                         OR WS-PC-DEPT(WS-PC) = SUSP-DEPT)
                    MOVE WS-PC TO WS-PC-HIT
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-PAGE-FAULT-TEXT
              EVALUATE TRUE
                 WHEN WS-PC-HIT = 0
                    MOVE 'UNKPAGE' TO WS-ITEM-HOLD-CODE
                    STRING 'Page ' DELIMITED BY SIZE
                           WS-FAULT-PAGE DELIMITED BY SIZE
                           ' not on page catalog' DELIMITED BY SIZE
                           INTO WS-PAGE-FAULT-TEXT
                 WHEN WS-PC-IN-SERVICE(WS-PC-HIT) > WS-RUN-DATE
                    MOVE 'UNKPAGE' TO WS-ITEM-HOLD-CODE
                    STRING 'Page ' DELIMITED BY SIZE
                           WS-FAULT-PAGE DELIMITED BY SIZE
                           ' not yet in service' DELIMITED BY SIZE
                           INTO WS-PAGE-FAULT-TEXT
                 WHEN WS-PC-RETIRED(WS-PC-HIT) > 0
                      AND WS-PC-RETIRED(WS-PC-HIT) NOT > WS-RUN-DATE
                    MOVE 'RETPAGE' TO WS-ITEM-HOLD-CODE
                    STRING 'Page ' DELIMITED BY SIZE
                           WS-FAULT-PAGE DELIMITED BY SIZE
                           ' retired on page catalog'
                           DELIMITED BY SIZE
                           INTO WS-PAGE-FAULT-TEXT
              END-EVALUATE
           END-PERFORM.

      *> Same predecessor walk DIAGNOSE-CYCLE in 5.cbl does, against
      *> the working matrix this item was just judged by (global
      *> master plus its own department's rules).
           MOVE SUSP-DAYS-HELD TO SRPT-DAYS-HELD
           MOVE SUSP-DEPT TO SRPT-DEPT
           MOVE WS-CYC-RULE-TEXT TO SRPT-PAGE-LIST
           WRITE SRPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       WRITE-SUSPENSE-TOTALS.
           MOVE SPACES TO SRPT-TOTAL-LINE
           MOVE 'ITEMS READ' TO SRPT-TOT-TEXT
           MOVE WS-READ-CNT TO SRPT-TOT-VALUE
           WRITE SRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'ITEMS CLEARED' TO SRPT-TOT-TEXT
           MOVE WS-CLEARED-CNT TO SRPT-TOT-VALUE
           WRITE SRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'CLEARED SCORE SUM' TO SRPT-TOT-TEXT
           MOVE WS-CLEARED-SUM TO SRPT-TOT-VALUE
           WRITE SRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'ITEMS STILL HELD' TO SRPT-TOT-TEXT
           MOVE WS-HELD-CNT TO SRPT-TOT-VALUE
           WRITE SRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'ITEMS AGED' TO SRPT-TOT-TEXT
           MOVE WS-AGED-CNT TO SRPT-TOT-VALUE
           WRITE SRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE 'HELD ON PAGE CATALOG' TO SRPT-TOT-TEXT
           MOVE WS-PAGE-HELD-CNT TO SRPT-TOT-VALUE
           WRITE SRPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> One more suspense day against the held item's department.
      *> More departments than the table holds is a hard stop, as for
      *> the other tables here -- a day dropped is a day unbilled.
       COUNT-DEPT-SUSPENSE-DAY.
           MOVE 0 TO WS-SD-HIT
           PERFORM VARYING WS-SD FROM 1 BY 1
                   UNTIL WS-SD > WS-SDAY-CNT OR WS-SD-HIT > 0
              IF WS-SD-DEPT(WS-SD) = SUSP-DEPT
                 MOVE WS-SD TO WS-SD-HIT
              END-IF
           END-PERFORM
           IF WS-SD-HIT = 0
              IF WS-SDAY-CNT = WS-MAX-SDAY-ENTRIES
                 DISPLAY 'More than ' WS-MAX-SDAY-ENTRIES
                    ' departments holding items; raise'
                    ' WS-MAX-SDAY-ENTRIES'
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-OPLOG-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-SDAY-CNT
              MOVE WS-SDAY-CNT TO WS-SD-HIT
              MOVE SUSP-DEPT TO WS-SD-DEPT(WS-SD-HIT)
              MOVE ZERO TO WS-SD-HELD-CNT(WS-SD-HIT)
           END-IF
           ADD 1 TO WS-SD-HELD-CNT(WS-SD-HIT).

      *> One 'S' record per department with items held over tonight,
      *> stamped with the run date. The department-history dataset
      *> is opened only for the moment of the write, like RUNHIST in
      *> 5.cbl.
       WRITE-DEPT-HISTORY.
           OPEN EXTEND DEPT-HISTORY
           PERFORM VARYING WS-SD FROM 1 BY 1 UNTIL WS-SD > WS-SDAY-CNT
              MOVE SPACES TO DEPTHIST-RECORD
              MOVE 'S' TO DH-REC-TYPE
              MOVE WS-RUN-DATE TO DH-ACTIVITY-DATE
              MOVE WS-SD-DEPT(WS-SD) TO DH-DEPT
              MOVE WS-RUN-DATE TO DH-RUN-DATE
              MOVE ZERO TO DH-UPDATE-CNT
              MOVE ZERO TO DH-CORRECT-CNT
              MOVE ZERO TO DH-TOPSORT-CNT
              MOVE ZERO TO DH-CYCLE-CNT
              MOVE ZERO TO DH-REJECT-CNT
              MOVE ZERO TO DH-PAGE-HOLD-CNT
              MOVE WS-SD-HELD-CNT(WS-SD) TO DH-SUSP-DAYS
              MOVE ZERO TO DH-FORCE-CNT
              WRITE DEPTHIST-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-PERFORM
           CLOSE DEPT-HISTORY.

      *> Pull the page catalog in key order, hard stop on overflow as
      *> in 5.cbl. Non-numeric dates read as the open zero.
       LOAD-PAGE-CATALOG.
           OPEN INPUT PAGECAT
           PERFORM UNTIL WS-PAGECAT-EOF = 'Y'
              READ PAGECAT NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-PAGECAT-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM LOAD-PAGE-CAT-ENTRY
              END-READ
           END-PERFORM
           CLOSE PAGECAT.

       LOAD-PAGE-CAT-ENTRY.
           IF PAGECAT-PAGE IS NOT NUMERIC OR PAGECAT-PAGE = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-PAGE-CAT-CNT = WS-MAX-PAGE-CAT
              DISPLAY 'More than ' WS-MAX-PAGE-CAT
                 ' pages on PAGECAT; raise WS-MAX-PAGE-CAT'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-PAGE-CAT-CNT
           MOVE PAGECAT-DEPT TO WS-PC-DEPT(WS-PAGE-CAT-CNT)
           MOVE PAGECAT-PAGE TO WS-PC-PAGE(WS-PAGE-CAT-CNT)
           IF PAGECAT-IN-SERVICE IS NUMERIC
              MOVE PAGECAT-IN-SERVICE
                 TO WS-PC-IN-SERVICE(WS-PAGE-CAT-CNT)
           ELSE
              MOVE ZERO TO WS-PC-IN-SERVICE(WS-PAGE-CAT-CNT)
           END-IF
           IF PAGECAT-RETIRED IS NUMERIC
              MOVE PAGECAT-RETIRED TO WS-PC-RETIRED(WS-PAGE-CAT-CNT)
           ELSE
              MOVE ZERO TO WS-PC-RETIRED(WS-PAGE-CAT-CNT)
           END-IF.

      *> Seed WS-ADJ-SUC from the standing rule master with the same
      *> in-force selection LOAD-RULE-MASTER in 5.cbl applies, so the
                     AT END
                            MOVE 'Y' TO WS-RULEMSTR-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM CHECK-RULE-IN-FORCE
                            IF RULEMSTR-ACTIVE
                               AND WS-RULE-IN-FORCE = 'Y'
                 ' department rules on RULEMSTR;'
                 ' raise WS-MAX-DEPT-RULES'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-RULE-CNT
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
