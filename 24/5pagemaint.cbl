       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2024-DAY-05-PAGEMAINT.
      *> Apply the day's page catalog transactions to PAGECAT,
      *> journaling every change. The catalog is what turns an
      *> update's page numbers from "any three digits" into pages a
      *> department actually prints: 5.cbl refuses (or holds) an
      *> update naming a page that isn't on it or has been retired,
      *> and the audit step lists rules still naming retired pages.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGECAT ASSIGN TO PAGECAT
                  ORGANIZATION INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PAGECAT-KEY
                  FILE STATUS IS WS-PAGECAT-STATUS.
      *> OPTIONAL: most nights nobody has keyed a catalog change, and
      *> an empty or unallocated deck is simply nothing to do.
           SELECT OPTIONAL PAGETRAN ASSIGN TO PAGETRAN
                  LINE SEQUENTIAL.
           SELECT PAGE-LOG ASSIGN TO PAGELOG
                  LINE SEQUENTIAL.
      *> Change journal, same role DEPTJRNL plays for the department
      *> master. EXTEND so history accumulates; OPTIONAL so the very
      *> first run creates it.
           SELECT OPTIONAL PAGE-JOURNAL ASSIGN TO PAGEJRNL
                  LINE SEQUENTIAL.
      *> Department master, read by key so a department's own page
      *> can only be keyed for a department that exists. Closed
      *> departments still pass -- their pages have to stay
      *> retireable. OPTIONAL so a missing master refuses every
      *> department-scoped line instead of abending the pass.
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
      *> Catalog record layout is COPYed from PAGECAT.cpy so this FD
      *> and every reader's can't drift apart.
       FD PAGECAT.
           COPY PAGECAT.

      *> One transaction per line:
      *> TC|DEPT|PAGE|INSERVICE|RETIRED|TITLE
      *> TC is A (add), C (change) or D (delete). DEPT is 8 spaces
      *> for a house-wide page, or the department id (as keyed on
      *> the BCH| separator) for that department's own; PAGE is the
      *> three-digit page number. DEPT and PAGE are the key on EVERY
      *> code. INSERVICE and RETIRED are YYYYMMDD, 8 spaces to leave
      *> that end open (in service from the start / never retired).
      *> A change replaces every attribute, so key the whole entry
      *> as it should stand -- retire a page with a change carrying
      *> its retired date. Every field after PAGE is ignored on D.
       FD PAGETRAN.
       01 PTRAN-RECORD.
              05 PTRAN-IMAGE PIC X(80).
              05 PTRAN-LAYOUT REDEFINES PTRAN-IMAGE.
                     10 PTRAN-CODE PIC X.
                     10 PTRAN-DELIM-1 PIC X.
                     10 PTRAN-DEPT PIC X(8).
                     10 PTRAN-DELIM-2 PIC X.
                     10 PTRAN-PAGE PIC X(3).
                     10 PTRAN-DELIM-3 PIC X.
                     10 PTRAN-IN-SERVICE PIC X(8).
                     10 PTRAN-DELIM-4 PIC X.
                     10 PTRAN-RETIRED PIC X(8).
                     10 PTRAN-DELIM-5 PIC X.
                     10 PTRAN-TITLE PIC X(30).
                     10 FILLER PIC X(17).

      *> One line per transaction applied or rejected.
       FD PAGE-LOG.
       01 PAGE-LOG-RECORD.
              05 PLOG-LINE-NUM PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 PLOG-TRAN-CODE PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 PLOG-DEPT PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 PLOG-PAGE PIC X(3).
              05 FILLER PIC X VALUE SPACE.
              05 PLOG-RESULT PIC X(9).
              05 FILLER PIC X VALUE SPACE.
              05 PLOG-REASON-TEXT PIC X(40).
              05 FILLER PIC X VALUE SPACE.
      *> Raw echo of a rejected line, so the operator sees exactly
      *> what was keyed.
              05 PLOG-BAD-IMAGE PIC X(80).

      *> Journal record layout is COPYed from PAGEJRNL.cpy.
       FD PAGE-JOURNAL.
           COPY PAGEJRNL.

       FD DEPTMSTR.
           COPY DEPTMSTR.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-PAGECAT-STATUS PIC XX.
       01 WS-DEPTMSTR-STATUS PIC XX.
       01 WS-TRAN-EOF PIC A VALUE 'N'.
       01 WS-TRAN-LINE-NUM PIC 9(6) VALUE 0.
       01 WS-TRAN-VALID PIC A.
       01 WS-REASON-TEXT PIC X(40).
       01 WS-LOG-RESULT PIC X(9).
       01 WS-ADD-CNT PIC 9(6) VALUE 0.
       01 WS-CHANGE-CNT PIC 9(6) VALUE 0.
       01 WS-DELETE-CNT PIC 9(6) VALUE 0.
       01 WS-REJECT-CNT PIC 9(6) VALUE 0.
      *> PAGECAT-RECORD images latched for the journal before the FD
      *> record area is overwritten (APPLY-PAGE-CHANGE) or torn down
      *> (APPLY-PAGE-DELETE). Sized to PAGECAT-RECORD.
       01 WS-BEFORE-IMAGE PIC X(80).
       01 WS-AFTER-IMAGE PIC X(80).
      *> Job name journaled with each applied transaction; spaces on
      *> an ad hoc run, which itself says the change didn't come
      *> through the scheduled step.
       01 WS-JOB-NAME PIC X(8).
       01 WS-JRNL-DATE PIC 9(8).
      *> TIME hands back HHMMSSss; the journal only keeps HHMMSS.
       01 WS-TIME-RAW.
              05 WS-TIME-HHMMSS PIC 9(6).
              05 FILLER PIC XX.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05PM'.
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
           OPEN I-O PAGECAT
           IF WS-PAGECAT-STATUS = '35'
              CLOSE PAGECAT
              OPEN OUTPUT PAGECAT
              CLOSE PAGECAT
              OPEN I-O PAGECAT
           END-IF
           OPEN INPUT PAGETRAN
           OPEN INPUT DEPTMSTR
           OPEN OUTPUT PAGE-LOG
           OPEN EXTEND PAGE-JOURNAL
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT 'JOBNAME'

           PERFORM UNTIL WS-TRAN-EOF = 'Y'
              READ PAGETRAN
                     AT END
                            MOVE 'Y' TO WS-TRAN-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-TRAN-LINE-NUM
                            PERFORM APPLY-PAGE-TRANSACTION
           END-PERFORM

           CLOSE PAGECAT.
           CLOSE PAGETRAN.
           CLOSE DEPTMSTR.
           CLOSE PAGE-LOG.
           CLOSE PAGE-JOURNAL.
           DISPLAY 'Pages added:   ' WS-ADD-CNT.
           DISPLAY 'Pages changed: ' WS-CHANGE-CNT.
           DISPLAY 'Pages deleted: ' WS-DELETE-CNT.
           DISPLAY 'Rejected:      ' WS-REJECT-CNT.
           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Validate one transaction line, then apply it by code. Bad
      *> codes, bad delimiters, a bad page number or date, a
      *> department not on file, an add against a key already on
      *> file, or a change/delete against one that isn't, are all
      *> rejected to PAGELOG instead of aborting the run.
       APPLY-PAGE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID
           EVALUATE TRUE
              WHEN PTRAN-CODE NOT = 'A' AND PTRAN-CODE NOT = 'C'
                                     AND PTRAN-CODE NOT = 'D'
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Transaction code must be A, C or D'
                    TO WS-REASON-TEXT
              WHEN PTRAN-DELIM-1 NOT = '|' OR PTRAN-DELIM-2 NOT = '|'
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Transaction line delimiters must be |'
                    TO WS-REASON-TEXT
              WHEN PTRAN-PAGE IS NOT NUMERIC
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Page number is not numeric'
                    TO WS-REASON-TEXT
              WHEN PTRAN-PAGE = '000'
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Page number is zero'
                    TO WS-REASON-TEXT
              WHEN PTRAN-CODE NOT = 'D'
                   AND (PTRAN-DELIM-3 NOT = '|'
                     OR PTRAN-DELIM-4 NOT = '|'
                     OR PTRAN-DELIM-5 NOT = '|')
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Transaction line delimiters must be |'
                    TO WS-REASON-TEXT
              WHEN PTRAN-CODE NOT = 'D'
                   AND ((PTRAN-IN-SERVICE NOT = SPACES
                         AND PTRAN-IN-SERVICE IS NOT NUMERIC)
                     OR (PTRAN-RETIRED NOT = SPACES
                         AND PTRAN-RETIRED IS NOT NUMERIC))
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'In-service/retired not YYYYMMDD or spaces'
                    TO WS-REASON-TEXT
      *> Both fields are all digits here, so a plain alphanumeric
      *> compare orders them exactly as the dates do. A page retired
      *> on or before its own first day could never be printed.
              WHEN PTRAN-CODE NOT = 'D'
                   AND PTRAN-IN-SERVICE IS NUMERIC
                   AND PTRAN-RETIRED IS NUMERIC
                   AND PTRAN-RETIRED NOT = '00000000'
                   AND PTRAN-RETIRED NOT > PTRAN-IN-SERVICE
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Retired date not after in-service date'
                    TO WS-REASON-TEXT
              WHEN PTRAN-CODE NOT = 'D' AND PTRAN-TITLE = SPACES
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Page title missing'
                    TO WS-REASON-TEXT
           END-EVALUATE

      *> A department's own page needs the department on file.
           IF WS-TRAN-VALID = 'Y'
              AND PTRAN-CODE NOT = 'D'
              AND PTRAN-DEPT NOT = SPACES
              MOVE PTRAN-DEPT TO DEPTMSTR-ID
              READ DEPTMSTR
              IF WS-DEPTMSTR-STATUS NOT = '00'
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Department not on department master'
                    TO WS-REASON-TEXT
              END-IF
           END-IF

           IF WS-TRAN-VALID = 'N'
              PERFORM LOG-PAGE-REJECT
              EXIT PARAGRAPH
           END-IF

           MOVE PTRAN-DEPT TO PAGECAT-DEPT
           MOVE PTRAN-PAGE TO PAGECAT-PAGE

           EVALUATE PTRAN-CODE
              WHEN 'A'
                 PERFORM APPLY-PAGE-ADD
              WHEN 'C'
                 PERFORM APPLY-PAGE-CHANGE
              WHEN 'D'
                 PERFORM APPLY-PAGE-DELETE
           END-EVALUATE.

       APPLY-PAGE-ADD.
           MOVE SPACES TO PAGECAT-RECORD
           MOVE PTRAN-DEPT TO PAGECAT-DEPT
           MOVE PTRAN-PAGE TO PAGECAT-PAGE
           PERFORM MOVE-TRAN-ATTRIBUTES
           WRITE PAGECAT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           IF WS-PAGECAT-STATUS = '00'
              ADD 1 TO WS-ADD-CNT
              MOVE 'ADDED' TO WS-LOG-RESULT
              PERFORM LOG-PAGE-RESULT
      *> SPACES before-image marks record birth in the journal.
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE PAGECAT-RECORD TO WS-AFTER-IMAGE
              PERFORM WRITE-PAGE-JOURNAL
           ELSE
              MOVE 'Add failed, page already on file'
                 TO WS-REASON-TEXT
              PERFORM LOG-PAGE-REJECT
           END-IF.

       APPLY-PAGE-CHANGE.
           READ PAGECAT
           IF WS-PAGECAT-STATUS = '00'
      *> Latch the before-image now -- the MOVEs below overwrite the
      *> very FD record area the READ just filled.
              MOVE PAGECAT-RECORD TO WS-BEFORE-IMAGE
              PERFORM MOVE-TRAN-ATTRIBUTES
              REWRITE PAGECAT-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
              ADD 1 TO WS-CHANGE-CNT
              MOVE 'CHANGED' TO WS-LOG-RESULT
              PERFORM LOG-PAGE-RESULT
              MOVE PAGECAT-RECORD TO WS-AFTER-IMAGE
              PERFORM WRITE-PAGE-JOURNAL
           ELSE
              MOVE 'Change failed, page not on file'
                 TO WS-REASON-TEXT
              PERFORM LOG-PAGE-REJECT
           END-IF.

      *> READ before DELETE so the journal carries the entry as it
      *> stood when it was removed.
       APPLY-PAGE-DELETE.
           READ PAGECAT
           IF WS-PAGECAT-STATUS = '00'
              MOVE PAGECAT-RECORD TO WS-BEFORE-IMAGE
              DELETE PAGECAT RECORD
           END-IF
           IF WS-PAGECAT-STATUS = '00'
              ADD 1 TO WS-DELETE-CNT
              MOVE 'DELETED' TO WS-LOG-RESULT
              PERFORM LOG-PAGE-RESULT
      *> SPACES after-image marks record death in the journal.
              MOVE SPACES TO WS-AFTER-IMAGE
              PERFORM WRITE-PAGE-JOURNAL
           ELSE
              MOVE 'Delete failed, page not on file'
                 TO WS-REASON-TEXT
              PERFORM LOG-PAGE-REJECT
           END-IF.

      *> Carry the keyed attributes into the catalog record; an open
      *> date end is stored as zero.
       MOVE-TRAN-ATTRIBUTES.
           MOVE PTRAN-TITLE TO PAGECAT-TITLE
           IF PTRAN-IN-SERVICE IS NUMERIC
              MOVE PTRAN-IN-SERVICE TO PAGECAT-IN-SERVICE
           ELSE
              MOVE ZERO TO PAGECAT-IN-SERVICE
           END-IF
           IF PTRAN-RETIRED IS NUMERIC
              MOVE PTRAN-RETIRED TO PAGECAT-RETIRED
           ELSE
              MOVE ZERO TO PAGECAT-RETIRED
           END-IF.

      *> Append one journal record for the transaction just applied;
      *> date/time taken fresh per transaction.
       WRITE-PAGE-JOURNAL.
           MOVE SPACES TO PAGEJRNL-RECORD
           ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-JRNL-DATE TO PJRNL-DATE
           MOVE WS-TIME-HHMMSS TO PJRNL-TIME
           MOVE WS-JOB-NAME TO PJRNL-JOB-NAME
           MOVE PTRAN-CODE TO PJRNL-TRAN-CODE
           MOVE WS-BEFORE-IMAGE TO PJRNL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO PJRNL-AFTER-IMAGE
           WRITE PAGEJRNL-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> WS-LOG-RESULT is set by the caller before it performs this.
       LOG-PAGE-RESULT.
           MOVE SPACES TO PAGE-LOG-RECORD
           MOVE WS-LOG-RESULT TO PLOG-RESULT
           MOVE WS-TRAN-LINE-NUM TO PLOG-LINE-NUM
           MOVE PTRAN-CODE TO PLOG-TRAN-CODE
           MOVE PTRAN-DEPT TO PLOG-DEPT
           MOVE PTRAN-PAGE TO PLOG-PAGE
           WRITE PAGE-LOG-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       LOG-PAGE-REJECT.
           ADD 1 TO WS-REJECT-CNT
           MOVE SPACES TO PAGE-LOG-RECORD
           MOVE WS-TRAN-LINE-NUM TO PLOG-LINE-NUM
           MOVE PTRAN-CODE TO PLOG-TRAN-CODE
           MOVE PTRAN-DEPT TO PLOG-DEPT
           MOVE PTRAN-PAGE TO PLOG-PAGE
           MOVE 'REJECTED' TO PLOG-RESULT
           MOVE WS-REASON-TEXT TO PLOG-REASON-TEXT
           MOVE PTRAN-IMAGE TO PLOG-BAD-IMAGE
           WRITE PAGE-LOG-RECORD
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
