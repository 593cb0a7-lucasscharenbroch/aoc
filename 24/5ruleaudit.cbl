                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RULEMSTR-KEY
                  FILE STATUS IS WS-RULEMSTR-STATUS.
      *> Page catalog, read-only, so an active rule still naming a
      *> page the catalog has retired gets listed for the rule owner
      *> to retire in turn. OPTIONAL as above: no catalog, no pages
      *> known retired.
           SELECT OPTIONAL PAGECAT ASSIGN TO PAGECAT
                  ORGANIZATION INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PAGECAT-KEY
                  FILE STATUS IS WS-PAGECAT-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO AUDRPT
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RULEMSTR.
           COPY RULEMSTR.

       FD PAGECAT.
           COPY PAGECAT.

      *> One line per inconsistency found, reason-coded like
      *> REJECT-OUT/EXCEPTIONS-OUT in 5.cbl so operations reads every
      *> listing in this system the same way. AUD-DEPT names the
      *> every deck gets, a department id for findings that only
      *> exist once that department's scoped rules join the global
      *> ones. CYCLE lines carry only AUD-PRE (the page trapped in a
      *> cycle); the pair fields stay spaces. RETPAGE lines carry the
      *> whole rule and name the retired page in the text.
       FD AUDIT-REPORT.
       01 AUDIT-RECORD.
              05 AUD-REASON-CODE PIC X(7).
              05 FILLER PIC X VALUE SPACE.
              05 AUD-REASON-TEXT PIC X(40).

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-RULEMSTR-STATUS PIC XX.
       01 WS-RULEMSTR-EOF PIC A VALUE 'N'.
      *> Retired date per page off the catalog, in key order, so the
      *> house-wide entry (department SPACES) is seen before any
      *> department's override of it.
       01 WS-PAGECAT-STATUS PIC XX.
       01 WS-PAGECAT-EOF PIC A VALUE 'N'.
       01 WS-PAGE-CAT-TABLE.
              05 WS-PAGE-CAT-ENTRY OCCURS 5000 TIMES.
                     10 WS-PC-DEPT PIC X(8).
                     10 WS-PC-PAGE PIC 999.
                     10 WS-PC-RETIRED PIC 9(8).
       78 WS-MAX-PAGE-CAT VALUE 5000.
       01 WS-PAGE-CAT-CNT PIC 9(4) VALUE 0.
       01 WS-PC PIC 9(4).
       01 WS-CHECK-PAGE PIC 999.
       01 WS-CHECK-RETIRED PIC 9(8).
      *> Since the master grew department-scoped rules the audit runs
      *> once per SCOPE: first the global rule set on its own (what
      *> an unseparated deck gets), then, for each department with
       01 WS-CONTRA-CNT PIC 9(6) VALUE 0.
       01 WS-CYCLE-PAGE-CNT PIC 9(6) VALUE 0.
       01 WS-SHADOW-CNT PIC 9(6) VALUE 0.
       01 WS-RETPAGE-CNT PIC 9(6) VALUE 0.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05RA'.
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
           OPEN OUTPUT AUDIT-REPORT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PAGE-CATALOG
           PERFORM LOAD-RULE-MASTER

           MOVE '*GLOBAL*' TO WS-SCOPE-DEPT
           DISPLAY 'Contradictory pairs: ' WS-CONTRA-CNT.
           DISPLAY 'Pages in cycles:     ' WS-CYCLE-PAGE-CNT.
           DISPLAY 'Shadowed rules:      ' WS-SHADOW-CNT.
           DISPLAY 'Retired-page rules:  ' WS-RETPAGE-CNT.

      *> RC 4 (warning range) flags an inconsistent master so the JCL
      *> can hold STEP01 before a bad rule add poisons a whole night's
      *> updates -- same warning-not-abend convention 5.cbl uses for
      *> skipped cyclic updates. A rule naming a retired page is
      *> listed but doesn't raise the RC: the catalog already refuses
      *> any update carrying the page, so the rule can't misorder
      *> anything -- it is housekeeping, not a reason to hold a night.
           IF WS-CONTRA-CNT > 0 OR WS-CYCLE-PAGE-CNT > 0
                                OR WS-SHADOW-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Walk the whole master once, splitting the populations the
      *> (either status) into the department tables, registering
      *> each department seen along the way.
       LOAD-RULE-MASTER.
           OPEN INPUT RULEMSTR
           PERFORM UNTIL WS-RULEMSTR-EOF = 'Y'
              READ RULEMSTR NEXT RECORD
                     AT END
                            MOVE 'Y' TO WS-RULEMSTR-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM SORT-MASTER-RECORD
              END-READ
           END-PERFORM

       SORT-MASTER-RECORD.
           PERFORM CHECK-RULE-IN-FORCE
           IF RULEMSTR-ACTIVE
              PERFORM CHECK-RULE-PAGES
           END-IF
           EVALUATE TRUE
              WHEN RULEMSTR-ACTIVE AND WS-RULE-IN-FORCE = 'Y'
                   AND RULEMSTR-DEPT = SPACES
                       ' department rules on RULEMSTR;'
                       ' raise WS-MAX-DEPT-RULES'
                    MOVE 12 TO RETURN-CODE
                    PERFORM WRITE-OPLOG-END
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-DEPT-ACT-CNT
                       ' inactive department rules on RULEMSTR;'
                       ' raise WS-MAX-DEPT-RULES'
                    MOVE 12 TO RETURN-CODE
                    PERFORM WRITE-OPLOG-END
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-DEPT-INACT-CNT
                 DISPLAY 'More than ' WS-MAX-DEPTS
                    ' departments on RULEMSTR; raise WS-MAX-DEPTS'
                 MOVE 12 TO RETURN-CODE
                 PERFORM WRITE-OPLOG-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-DEPT-CNT
              MOVE RULEMSTR-DEPT TO WS-DEPT-ID(WS-DEPT-CNT)
           END-IF.

      *> An active rule -- in force tonight or not -- naming a page
      *> the catalog has retired as of today, judged in the rule's
      *> own scope: a global rule against the house-wide entry, a
      *> scoped rule against its department's entry where there is
      *> one. Each retired page on the rule gets its own line.
       CHECK-RULE-PAGES.
           MOVE RULEMSTR-PRE TO WS-CHECK-PAGE
           PERFORM CHECK-ONE-RULE-PAGE
           IF RULEMSTR-SUC NOT = RULEMSTR-PRE
              MOVE RULEMSTR-SUC TO WS-CHECK-PAGE
              PERFORM CHECK-ONE-RULE-PAGE
           END-IF.

       CHECK-ONE-RULE-PAGE.
           MOVE ZERO TO WS-CHECK-RETIRED
           PERFORM VARYING WS-PC FROM 1 BY 1
                   UNTIL WS-PC > WS-PAGE-CAT-CNT
              IF WS-PC-PAGE(WS-PC) = WS-CHECK-PAGE
                 AND (WS-PC-DEPT(WS-PC) = SPACES
                      OR WS-PC-DEPT(WS-PC) = RULEMSTR-DEPT)
                 MOVE WS-PC-RETIRED(WS-PC) TO WS-CHECK-RETIRED
              END-IF
           END-PERFORM
           IF WS-CHECK-RETIRED = ZERO
              OR WS-CHECK-RETIRED > WS-RUN-DATE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RETPAGE-CNT
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'RETPAGE' TO AUD-REASON-CODE
           IF RULEMSTR-DEPT = SPACES
              MOVE '*GLOBAL*' TO AUD-DEPT
           ELSE
              MOVE RULEMSTR-DEPT TO AUD-DEPT
           END-IF
           MOVE RULEMSTR-PRE TO AUD-PRE
           MOVE '|' TO AUD-DELIM
           MOVE RULEMSTR-SUC TO AUD-SUC
           STRING 'Names page ' DELIMITED BY SIZE
                  WS-CHECK-PAGE DELIMITED BY SIZE
                  ', retired ' DELIMITED BY SIZE
                  WS-CHECK-RETIRED DELIMITED BY SIZE
                  INTO AUD-REASON-TEXT
           WRITE AUDIT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Pull the page catalog's retired dates in key order; a hard
      *> stop on overflow, same as the rule tables above. A
      *> non-numeric date reads as never retired.
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
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-PAGE-CAT-CNT
           MOVE PAGECAT-DEPT TO WS-PC-DEPT(WS-PAGE-CAT-CNT)
           MOVE PAGECAT-PAGE TO WS-PC-PAGE(WS-PAGE-CAT-CNT)
           IF PAGECAT-RETIRED IS NUMERIC
              MOVE PAGECAT-RETIRED TO WS-PC-RETIRED(WS-PAGE-CAT-CNT)
           ELSE
              MOVE ZERO TO WS-PC-RETIRED(WS-PAGE-CAT-CNT)
           END-IF.

      *> Same inclusive-window test LOAD-RULE-MASTER in 5.cbl applies:
      *> zero or non-numeric on either end (records cut before the
      *> window fields existed read back space-filled) leaves that
           MOVE WS-J TO AUD-SUC
           MOVE 'Reverse rule also active in scope'
              TO AUD-REASON-TEXT
           WRITE AUDIT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Peel zero-in-degree pages off the scope's graph until none
      *> is left to peel; any page still in the graph is part of (or
           MOVE WS-I TO AUD-PRE
           MOVE 'Page is trapped in an active rule cycle'
              TO AUD-REASON-TEXT
           WRITE AUDIT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> An inactive X|Y sitting on file while Y|X is active in the
      *> same scope is one careless reactivation away from a
           MOVE WS-J TO AUD-SUC
           MOVE 'Inactive rule reverses an active one'
              TO AUD-REASON-TEXT
           WRITE AUDIT-RECORD
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
