       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2024-DAY-05-DEPTMAINT.
      *> Apply the day's department/sender master transactions to
      *> DEPTMSTR, journaling every change. The master is what turns
      *> BCH| department ids, HDR| source systems and RULEMSTR-DEPT
      *> from free text into checked ids: 5.cbl refuses a separator
      *> or header naming anything not on file and active, and
      *> 5rulemaint refuses a scoped rule add for one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTMSTR ASSIGN TO DEPTMSTR
                  ORGANIZATION INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DEPTMSTR-KEY
                  FILE STATUS IS WS-DEPTMSTR-STATUS.
      *> OPTIONAL: most nights nobody has keyed a department change,
      *> and an empty or unallocated deck is simply nothing to do.
           SELECT OPTIONAL DEPTTRAN ASSIGN TO DEPTTRAN
                  LINE SEQUENTIAL.
           SELECT DEPT-LOG ASSIGN TO DEPTLOG
                  LINE SEQUENTIAL.
      *> Change journal, same role RULEJRNL plays for the rule
      *> master: one record per transaction actually applied, with
      *> before- and after-images. EXTEND so history accumulates;
      *> OPTIONAL so the very first run creates it.
           SELECT OPTIONAL DEPT-JOURNAL ASSIGN TO DEPTJRNL
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Master record layout is COPYed from DEPTMSTR.cpy so this FD
      *> and 5.cbl's/5rulemaint.cbl's can't drift apart.
       FD DEPTMSTR.
           COPY DEPTMSTR.

      *> One transaction per line:
      *> TC|DEPTID|S|C|SRC1|SRC2|SRC3|SRC4|SRC5|CONTACT|P|M
      *> TC is A (add), C (change) or D (delete). S is the status, A
      *> (active) or C (closed); C is the default priority class, 1,
      *> 2 or 3 (a blank takes the standard class 2). SRC1-SRC5 are
      *> the HDR| source systems allowed to send this department's
      *> decks, each a fixed 8 columns, spaces for an unused slot. A
      *> change replaces every attribute, so key the whole entry as
      *> it should stand. Close a department that stops sending with
      *> a change to status C; D is for an entry keyed in error,
      *> since it leaves nothing on file for its history to name.
      *> P is the page-catalog action for an update naming an
      *> unknown or retired page: H to hold it on suspense, R (or
      *> blank, or the field left off altogether) to reject it.
      *> M is the correction mode for an out-of-order update: L for
      *> least disturbance, T (or blank, or left off) for the
      *> standard TOPSORT rebuild.
      *> Every field after DEPTID is ignored on D.
       FD DEPTTRAN.
       01 DTRAN-RECORD.
              05 DTRAN-IMAGE PIC X(100).
              05 DTRAN-LAYOUT REDEFINES DTRAN-IMAGE.
                     10 DTRAN-CODE PIC X.
                     10 DTRAN-DELIM-1 PIC X.
                     10 DTRAN-ID PIC X(8).
                     10 DTRAN-DELIM-2 PIC X.
                     10 DTRAN-STATUS PIC X.
                     10 DTRAN-DELIM-3 PIC X.
                     10 DTRAN-CLASS PIC X.
                     10 DTRAN-SOURCE-ENTRY OCCURS 5 TIMES.
                            15 DTRAN-SRC-DELIM PIC X.
                            15 DTRAN-SOURCE PIC X(8).
                     10 DTRAN-DELIM-9 PIC X.
                     10 DTRAN-CONTACT PIC X(30).
                     10 DTRAN-DELIM-10 PIC X.
                     10 DTRAN-PAGE-ACTION PIC X.
                     10 DTRAN-DELIM-11 PIC X.
                     10 DTRAN-CORRECT-MODE PIC X.
                     10 FILLER PIC X(6).

      *> One line per transaction applied or rejected.
       FD DEPT-LOG.
       01 DEPT-LOG-RECORD.
              05 DLOG-LINE-NUM PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 DLOG-TRAN-CODE PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 DLOG-ID PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 DLOG-RESULT PIC X(9).
              05 FILLER PIC X VALUE SPACE.
              05 DLOG-REASON-TEXT PIC X(40).
              05 FILLER PIC X VALUE SPACE.
      *> Raw echo of a rejected line, so the operator sees exactly
      *> what was keyed.
              05 DLOG-BAD-IMAGE PIC X(100).

      *> Journal record layout is COPYed from DEPTJRNL.cpy.
       FD DEPT-JOURNAL.
           COPY DEPTJRNL.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-DEPTMSTR-STATUS PIC XX.
       01 WS-TRAN-EOF PIC A VALUE 'N'.
       01 WS-TRAN-LINE-NUM PIC 9(6) VALUE 0.
       01 WS-TRAN-VALID PIC A.
       01 WS-REASON-TEXT PIC X(40).
       01 WS-LOG-RESULT PIC X(9).
       01 WS-SRC-IDX PIC 9.
       01 WS-SRC-CNT PIC 9.
       01 WS-ADD-CNT PIC 9(6) VALUE 0.
       01 WS-CHANGE-CNT PIC 9(6) VALUE 0.
       01 WS-DELETE-CNT PIC 9(6) VALUE 0.
       01 WS-REJECT-CNT PIC 9(6) VALUE 0.
      *> DEPTMSTR-RECORD images latched for the journal before the FD
      *> record area is overwritten (APPLY-DEPT-CHANGE) or torn down
      *> (APPLY-DEPT-DELETE). Sized to DEPTMSTR-RECORD.
       01 WS-BEFORE-IMAGE PIC X(100).
       01 WS-AFTER-IMAGE PIC X(100).
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
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05DM'.
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
           OPEN I-O DEPTMSTR
           IF WS-DEPTMSTR-STATUS = '35'
              CLOSE DEPTMSTR
              OPEN OUTPUT DEPTMSTR
              CLOSE DEPTMSTR
              OPEN I-O DEPTMSTR
           END-IF
           OPEN INPUT DEPTTRAN
           OPEN OUTPUT DEPT-LOG
           OPEN EXTEND DEPT-JOURNAL
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT 'JOBNAME'

           PERFORM UNTIL WS-TRAN-EOF = 'Y'
              READ DEPTTRAN
                     AT END
                            MOVE 'Y' TO WS-TRAN-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-TRAN-LINE-NUM
                            PERFORM APPLY-DEPT-TRANSACTION
           END-PERFORM

           CLOSE DEPTMSTR.
           CLOSE DEPTTRAN.
           CLOSE DEPT-LOG.
           CLOSE DEPT-JOURNAL.
           DISPLAY 'Departments added:   ' WS-ADD-CNT.
           DISPLAY 'Departments changed: ' WS-CHANGE-CNT.
           DISPLAY 'Departments deleted: ' WS-DELETE-CNT.
           DISPLAY 'Rejected:            ' WS-REJECT-CNT.
           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Validate one transaction line, then apply it by code. Bad
      *> codes, bad delimiters, a missing id, an add against an id
      *> already on file, or a change/delete against one that isn't,
      *> are all rejected to DEPTLOG instead of aborting the run.
       APPLY-DEPT-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID
           MOVE 0 TO WS-SRC-CNT
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 5
              IF DTRAN-SOURCE(WS-SRC-IDX) NOT = SPACES
                 ADD 1 TO WS-SRC-CNT
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN DTRAN-CODE NOT = 'A' AND DTRAN-CODE NOT = 'C'
                                     AND DTRAN-CODE NOT = 'D'
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Transaction code must be A, C or D'
                    TO WS-REASON-TEXT
              WHEN DTRAN-DELIM-1 NOT = '|'
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Transaction line delimiters must be |'
                    TO WS-REASON-TEXT
              WHEN DTRAN-ID = SPACES
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Department id missing'
                    TO WS-REASON-TEXT
      *> *NOBATCH is the run's own name for a deck with no BCH|
      *> separator; a department keyed under it could never be told
      *> apart from one.
              WHEN DTRAN-ID = '*NOBATCH'
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE '*NOBATCH is reserved, not a department'
                    TO WS-REASON-TEXT
              WHEN DTRAN-CODE NOT = 'D'
                   AND (DTRAN-DELIM-2 NOT = '|'
                     OR DTRAN-DELIM-3 NOT = '|'
                     OR DTRAN-SRC-DELIM(1) NOT = '|'
                     OR DTRAN-SRC-DELIM(2) NOT = '|'
                     OR DTRAN-SRC-DELIM(3) NOT = '|'
                     OR DTRAN-SRC-DELIM(4) NOT = '|'
                     OR DTRAN-SRC-DELIM(5) NOT = '|'
                     OR DTRAN-DELIM-9 NOT = '|')
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Transaction line delimiters must be |'
                    TO WS-REASON-TEXT
              WHEN DTRAN-CODE NOT = 'D'
                   AND DTRAN-STATUS NOT = 'A' AND DTRAN-STATUS NOT = 'C'
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Status must be A (active) or C (closed)'
                    TO WS-REASON-TEXT
              WHEN DTRAN-CODE NOT = 'D'
                   AND DTRAN-CLASS NOT = '1' AND DTRAN-CLASS NOT = '2'
                   AND DTRAN-CLASS NOT = '3' AND DTRAN-CLASS NOT = SPACE
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Default class must be 1, 2, 3 or blank'
                    TO WS-REASON-TEXT
      *> A line keyed without the trailing action field is fine --
      *> both columns blank takes the reject default.
              WHEN DTRAN-CODE NOT = 'D'
                   AND (DTRAN-DELIM-10 NOT = '|'
                        AND DTRAN-DELIM-10 NOT = SPACE)
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Transaction line delimiters must be |'
                    TO WS-REASON-TEXT
              WHEN DTRAN-CODE NOT = 'D'
                   AND DTRAN-PAGE-ACTION NOT = 'H'
                   AND DTRAN-PAGE-ACTION NOT = 'R'
                   AND DTRAN-PAGE-ACTION NOT = SPACE
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Page action must be H, R or blank'
                    TO WS-REASON-TEXT
              WHEN DTRAN-CODE NOT = 'D'
                   AND (DTRAN-DELIM-11 NOT = '|'
                        AND DTRAN-DELIM-11 NOT = SPACE)
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Transaction line delimiters must be |'
                    TO WS-REASON-TEXT
              WHEN DTRAN-CODE NOT = 'D'
                   AND DTRAN-CORRECT-MODE NOT = 'L'
                   AND DTRAN-CORRECT-MODE NOT = 'T'
                   AND DTRAN-CORRECT-MODE NOT = SPACE
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Correction mode must be L, T or blank'
                    TO WS-REASON-TEXT
      *> An active department nobody may send for would refuse every
      *> deck it ever got; catch that here rather than at 2 a.m.
              WHEN DTRAN-CODE NOT = 'D'
                   AND DTRAN-STATUS = 'A' AND WS-SRC-CNT = 0
                 MOVE 'N' TO WS-TRAN-VALID
                 MOVE 'Active department needs a source system'
                    TO WS-REASON-TEXT
           END-EVALUATE

           IF WS-TRAN-VALID = 'N'
              PERFORM LOG-DEPT-REJECT
              EXIT PARAGRAPH
           END-IF

           MOVE DTRAN-ID TO DEPTMSTR-ID

           EVALUATE DTRAN-CODE
              WHEN 'A'
                 PERFORM APPLY-DEPT-ADD
              WHEN 'C'
                 PERFORM APPLY-DEPT-CHANGE
              WHEN 'D'
                 PERFORM APPLY-DEPT-DELETE
           END-EVALUATE.

       APPLY-DEPT-ADD.
           MOVE SPACES TO DEPTMSTR-RECORD
           MOVE DTRAN-ID TO DEPTMSTR-ID
           PERFORM MOVE-TRAN-ATTRIBUTES
           WRITE DEPTMSTR-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           IF WS-DEPTMSTR-STATUS = '00'
              ADD 1 TO WS-ADD-CNT
              MOVE 'ADDED' TO WS-LOG-RESULT
              PERFORM LOG-DEPT-RESULT
      *> SPACES before-image marks record birth in the journal.
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE DEPTMSTR-RECORD TO WS-AFTER-IMAGE
              PERFORM WRITE-DEPT-JOURNAL
           ELSE
              MOVE 'Add failed, department already on file'
                 TO WS-REASON-TEXT
              PERFORM LOG-DEPT-REJECT
           END-IF.

       APPLY-DEPT-CHANGE.
           READ DEPTMSTR
           IF WS-DEPTMSTR-STATUS = '00'
      *> Latch the before-image now -- the MOVEs below overwrite the
      *> very FD record area the READ just filled.
              MOVE DEPTMSTR-RECORD TO WS-BEFORE-IMAGE
              PERFORM MOVE-TRAN-ATTRIBUTES
              REWRITE DEPTMSTR-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
              ADD 1 TO WS-CHANGE-CNT
              MOVE 'CHANGED' TO WS-LOG-RESULT
              PERFORM LOG-DEPT-RESULT
              MOVE DEPTMSTR-RECORD TO WS-AFTER-IMAGE
              PERFORM WRITE-DEPT-JOURNAL
           ELSE
              MOVE 'Change failed, department not on file'
                 TO WS-REASON-TEXT
              PERFORM LOG-DEPT-REJECT
           END-IF.

      *> READ before DELETE so the journal carries the entry as it
      *> stood when it was removed.
       APPLY-DEPT-DELETE.
           READ DEPTMSTR
           IF WS-DEPTMSTR-STATUS = '00'
              MOVE DEPTMSTR-RECORD TO WS-BEFORE-IMAGE
              DELETE DEPTMSTR RECORD
           END-IF
           IF WS-DEPTMSTR-STATUS = '00'
              ADD 1 TO WS-DELETE-CNT
              MOVE 'DELETED' TO WS-LOG-RESULT
              PERFORM LOG-DEPT-RESULT
      *> SPACES after-image marks record death in the journal.
              MOVE SPACES TO WS-AFTER-IMAGE
              PERFORM WRITE-DEPT-JOURNAL
           ELSE
              MOVE 'Delete failed, department not on file'
                 TO WS-REASON-TEXT
              PERFORM LOG-DEPT-REJECT
           END-IF.

      *> Carry the keyed attributes into the master record. Fields
      *> still inside the reserved FILLER are left as they stand on
      *> a change -- this deck doesn't key them.
       MOVE-TRAN-ATTRIBUTES.
           MOVE DTRAN-STATUS TO DEPTMSTR-STATUS
           IF DTRAN-CLASS = SPACE
              MOVE '2' TO DEPTMSTR-DEFAULT-CLASS
           ELSE
              MOVE DTRAN-CLASS TO DEPTMSTR-DEFAULT-CLASS
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 5
              MOVE DTRAN-SOURCE(WS-SRC-IDX)
                 TO DEPTMSTR-SOURCE(WS-SRC-IDX)
           END-PERFORM
           MOVE DTRAN-CONTACT TO DEPTMSTR-CONTACT
           MOVE DTRAN-PAGE-ACTION TO DEPTMSTR-PAGE-ACTION
           MOVE DTRAN-CORRECT-MODE TO DEPTMSTR-CORRECT-MODE.

      *> Append one journal record for the transaction just applied;
      *> date/time taken fresh per transaction.
       WRITE-DEPT-JOURNAL.
           MOVE SPACES TO DEPTJRNL-RECORD
           ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-JRNL-DATE TO DJRNL-DATE
           MOVE WS-TIME-HHMMSS TO DJRNL-TIME
           MOVE WS-JOB-NAME TO DJRNL-JOB-NAME
           MOVE DTRAN-CODE TO DJRNL-TRAN-CODE
           MOVE WS-BEFORE-IMAGE TO DJRNL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO DJRNL-AFTER-IMAGE
           WRITE DEPTJRNL-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> WS-LOG-RESULT is set by the caller before it performs this.
       LOG-DEPT-RESULT.
           MOVE SPACES TO DEPT-LOG-RECORD
           MOVE WS-LOG-RESULT TO DLOG-RESULT
           MOVE WS-TRAN-LINE-NUM TO DLOG-LINE-NUM
           MOVE DTRAN-CODE TO DLOG-TRAN-CODE
           MOVE DTRAN-ID TO DLOG-ID
           WRITE DEPT-LOG-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       LOG-DEPT-REJECT.
           ADD 1 TO WS-REJECT-CNT
           MOVE SPACES TO DEPT-LOG-RECORD
           MOVE WS-TRAN-LINE-NUM TO DLOG-LINE-NUM
           MOVE DTRAN-CODE TO DLOG-TRAN-CODE
           MOVE DTRAN-ID TO DLOG-ID
           MOVE 'REJECTED' TO DLOG-RESULT
           MOVE WS-REASON-TEXT TO DLOG-REASON-TEXT
           MOVE DTRAN-IMAGE TO DLOG-BAD-IMAGE
           WRITE DEPT-LOG-RECORD
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
