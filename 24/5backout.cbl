       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2024-DAY-05-BACKOUT.
      *> The sanctioned way to undo a feed envelope that was processed
      *> and then turned out to be wrong -- the wrong day's deck, a
      *> night run under a bad rule set. Left alone, its footprint
      *> stays everywhere: the RUNHIST record, the FEEDFP fingerprint
      *> (so CHECK-DUPLICATE-FEED holds the corrected re-send as a
      *> duplicate), its RULEUSE hits, its suspense items, its
      *> outstanding print-acknowledgment items and its batch
      *> records on the department history the chargeback bills.
      *> Given the envelope's HDR| source and business date on the
      *> BOPARM card, this job copies every one of those datasets
      *> forward less the envelope's records, journals each record
      *> removed plus one reversal record, and proves on BORPT that
      *> before = removed + after for each dataset. The JCL rolls
      *> the copies over the live datasets only when this program
      *> says so (RC 0 or 4); nothing here writes a live dataset.
      *> Work the print floor has already acknowledged can't be
      *> recalled by deleting records, so an envelope with printed
      *> items is refused unless a supervisor overrides on the card.
      *> So is an envelope whose RUNHIST record 5archive has already
      *> moved to RUNARCH: RUNARCH is never rewritten, and taking
      *> the batch records off DEPTHIST while the run stays on the
      *> archive would put 5chargeback's control page out of
      *> balance. No override reaches that one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One control card naming the envelope and who is asking (see
      *> FD).
           SELECT BACKOUT-PARM ASSIGN TO BOPARM
                  LINE SEQUENTIAL.
      *> The live datasets, read-only here. OPTIONAL throughout: a
      *> shop that hasn't accumulated one of them yet simply has
      *> nothing of the envelope's on it.
           SELECT OPTIONAL RUN-HISTORY ASSIGN TO RUNHIST
                  LINE SEQUENTIAL.
      *> The archived tail of the run history, surveyed only -- an
      *> envelope found there is refused, never copied forward.
           SELECT OPTIONAL RUN-ARCHIVE ASSIGN TO RUNARCH
                  LINE SEQUENTIAL.
           SELECT OPTIONAL FEED-FPRINT ASSIGN TO FEEDFP
                  LINE SEQUENTIAL.
           SELECT OPTIONAL RULE-USAGE ASSIGN TO RULEUSE
                  LINE SEQUENTIAL.
      *> Suspense items the nightly run wrote and the reprocessing
      *> job hasn't merged yet, and the standing suspense master --
      *> an envelope's holds can be on either, depending on whether
      *> 5suspense.jcl has run since.
           SELECT OPTIONAL SUSPENSE-NEW-ITEMS ASSIGN TO SUSPNEW
                  LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-MASTER ASSIGN TO SUSPENSE
                  LINE SEQUENTIAL.
           SELECT OPTIONAL OUTSTAND-IN ASSIGN TO OUTSTAND
                  LINE SEQUENTIAL.
      *> What the envelope forwarded to the print floor (the
      *> standing detail history) and what the floor has
      *> acknowledged printing (5printack's ACKHIST). ACKHIST is
      *> only read -- it records what happened on paper, and a
      *> back-out doesn't change that.
           SELECT OPTIONAL DETAIL-HISTORY ASSIGN TO DTLHIST
                  LINE SEQUENTIAL.
           SELECT OPTIONAL ACK-HISTORY ASSIGN TO ACKHIST
                  LINE SEQUENTIAL.
      *> Department activity history. Only the envelope's 'B' batch
      *> records go; suspense-day and force-release records belong
      *> to no envelope and stay.
           SELECT OPTIONAL DEPT-HISTORY ASSIGN TO DEPTHIST
                  LINE SEQUENTIAL.
      *> The copies forward, written fresh each run; the JCL rolls
      *> them over the live datasets.
           SELECT NEW-HISTORY ASSIGN TO NEWHIST
                  LINE SEQUENTIAL.
           SELECT NEW-FPRINT ASSIGN TO NEWFP
                  LINE SEQUENTIAL.
           SELECT NEW-USAGE ASSIGN TO NEWUSE
                  LINE SEQUENTIAL.
           SELECT NEW-SUSPNEW ASSIGN TO NEWSNEW
                  LINE SEQUENTIAL.
           SELECT NEW-SUSPMSTR ASSIGN TO NEWSUSP
                  LINE SEQUENTIAL.
           SELECT NEW-OUTSTAND ASSIGN TO NEWOUTST
                  LINE SEQUENTIAL.
           SELECT NEW-DTLHIST ASSIGN TO NEWDTLH
                  LINE SEQUENTIAL.
           SELECT NEW-DEPTHIST ASSIGN TO NEWDEPTH
                  LINE SEQUENTIAL.
      *> Permanent journal of every back-out attempted -- each record
      *> removed, as a full before-image, and one reversal (or
      *> refusal) record saying who, why and how many. EXTEND so
      *> history accumulates across runs, never rewritten; OPTIONAL
      *> covers first use. Same accountability DISPJRNL gives
      *> suspense dispositions.
           SELECT OPTIONAL BACKOUT-JOURNAL ASSIGN TO BACKJRNL
                  LINE SEQUENTIAL.
           SELECT BACKOUT-REPORT ASSIGN TO BORPT
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Source system in columns 1-8 and business date (YYYYMMDD) in
      *> 10-17, exactly as the HDR| record carried them; 'Y' in
      *> column 19 is the supervisor override for an envelope whose
      *> items have already printed, and then the supervisor's id in
      *> 21-28 is required; the reason in 30-59 is required on
      *> every run.
       FD BACKOUT-PARM.
       01 BOPARM-RECORD.
              05 PARM-SOURCE PIC X(8).
              05 FILLER PIC X.
              05 PARM-BUS-DATE PIC X(8).
              05 FILLER PIC X.
              05 PARM-OVERRIDE PIC X.
              05 FILLER PIC X.
              05 PARM-SUPERVISOR PIC X(8).
              05 FILLER PIC X.
              05 PARM-REASON PIC X(30).
              05 FILLER PIC X(21).

      *> Run-history and usage layouts are COPYed from their members
      *> so these FDs and 5.cbl's can't drift apart; the copies
      *> forward pass through as raw byte images, as 5archive's do.
       FD RUN-HISTORY.
           COPY RUNHIST.

      *> Second view of the same layout, renamed the way
      *> 5chargeback.cbl renames its RUNARCH view.
       FD RUN-ARCHIVE.
           COPY RUNHIST REPLACING RUNHIST-RECORD BY RUNARCH-RECORD
                                  RH-RUN-DATE BY RA-RUN-DATE
                                  RH-SUM BY RA-SUM
                                  RH-SUM-2 BY RA-SUM-2
                                  RH-RULE-CNT BY RA-RULE-CNT
                                  RH-UPDATE-CNT BY RA-UPDATE-CNT
                                  RH-CORRECT-CNT BY RA-CORRECT-CNT
                                  RH-TOPSORT-CNT BY RA-TOPSORT-CNT
                                  RH-CYCLE-CNT BY RA-CYCLE-CNT
                                  RH-REJECT-CNT BY RA-REJECT-CNT
                                  RH-UNDEC-CNT BY RA-UNDEC-CNT
                                  RH-MID-UNDEC-CNT BY RA-MID-UNDEC-CNT
                                  RH-SOURCE BY RA-SOURCE.

       FD NEW-HISTORY.
       01 NEWHIST-RECORD PIC X(95).

      *> Same layout as 5.cbl's FPRINT-RECORD (the fingerprint file
      *> is 5.cbl's own; this job only copies it forward less one
      *> envelope, so no copybook).
       FD FEED-FPRINT.
       01 FPRINT-RECORD.
              05 FP-SOURCE PIC X(8).
              05 FILLER PIC X.
              05 FP-BUS-DATE PIC 9(8).
              05 FILLER PIC X.
              05 FP-UPDATE-CNT PIC 9(6).
              05 FILLER PIC X.
              05 FP-HASH PIC 9(10).

       FD NEW-FPRINT.
       01 NEWFP-RECORD PIC X(35).

       FD RULE-USAGE.
           COPY RULEUSE.

       FD NEW-USAGE.
       01 NEWUSE-RECORD PIC X(43).

      *> Suspense layout is COPYed from SUSPREC.cpy for both the new
      *> items and the master; the master's copy is renamed the way
      *> 5archive renames its second view of RULESUMM.
       FD SUSPENSE-NEW-ITEMS.
           COPY SUSPREC.

       FD SUSPENSE-MASTER.
           COPY SUSPREC REPLACING SUSP-RECORD BY SMST-RECORD
                                  SUSP-FIRST-HELD BY SMST-FIRST-HELD
                                  SUSP-DAYS-HELD BY SMST-DAYS-HELD
                                  SUSP-DEPT BY SMST-DEPT
                                  SUSP-PAGE-LIST BY SMST-PAGE-LIST
                                  SUSP-HOLD-CODE BY SMST-HOLD-CODE
                                  SUSP-ENVELOPE BY SMST-ENVELOPE
                                  SUSP-SOURCE BY SMST-SOURCE
                                  SUSP-BUS-DATE BY SMST-BUS-DATE.

       FD NEW-SUSPNEW.
       01 NEWSNEW-RECORD PIC X(1048).

       FD NEW-SUSPMSTR.
       01 NEWSUSP-RECORD PIC X(1048).

      *> Same layout as 5printack's OUTSTAND-IN-RECORD.
       FD OUTSTAND-IN.
       01 OUTSTAND-IN-RECORD.
              05 OUT-IN-FIRST-FWD PIC 9(8).
              05 FILLER PIC X.
              05 OUT-IN-DAYS PIC 9(3).
              05 FILLER PIC X.
              05 OUT-IN-PAGE-LIST PIC X(1000).

       FD NEW-OUTSTAND.
       01 NEWOUTST-RECORD PIC X(1013).

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
      *> Department, middle page and title, undecided-order flag and
      *> pages-moved count; not used here.
              05 FILLER PIC X(50).
              05 FILLER PIC X.
              05 HIST-SOURCE PIC X(8).
              05 FILLER PIC X.
              05 HIST-BUS-DATE PIC 9(8).
              05 FILLER PIC X.
              05 HIST-RUN-DATE PIC 9(8).

       FD NEW-DTLHIST.
       01 NEWDTLH-RECORD PIC X(2087).

       FD DEPT-HISTORY.
           COPY DEPTHIST.

       FD NEW-DEPTHIST.
       01 NEWDEPTH-RECORD PIC X(95).

      *> Same layout as 5printack's ACKHIST-RECORD.
       FD ACK-HISTORY.
       01 ACKHIST-RECORD.
              05 AKH-ACK-DATE PIC 9(8).
              05 FILLER PIC X.
              05 AKH-FIRST-FWD PIC 9(8).
              05 FILLER PIC X.
              05 AKH-PAGE-LIST PIC X(1000).

      *> BJ-ACTION is 'D' for a record removed (BJ-DATASET names the
      *> DD it came off and BJ-IMAGE is its full before-image), 'R'
      *> for the reversal itself and 'X' for a refused back-out (both
      *> with the WS-REVERSAL-IMAGE summary as the image).
       FD BACKOUT-JOURNAL.
       01 BACKJRNL-RECORD.
              05 BJ-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 BJ-TIME PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 BJ-JOB-NAME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 BJ-SOURCE PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 BJ-BUS-DATE PIC 9(8).
              05 FILLER PIC X VALUE SPACE.
              05 BJ-ACTION PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 BJ-DATASET PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 BJ-IMAGE PIC X(2087).

      *> One balance line per dataset -- records before, removed and
      *> after, and whether they add up -- under the envelope's own
      *> summary of what it forwarded and where those items stand.
       FD BACKOUT-REPORT.
       01 BORPT-RECORD.
              05 BOR-DATASET PIC X(8).
              05 FILLER PIC X(2).
              05 BOR-BEFORE PIC Z(9)9.
              05 FILLER PIC X(2).
              05 BOR-REMOVED PIC Z(9)9.
              05 FILLER PIC X(2).
              05 BOR-AFTER PIC Z(9)9.
              05 FILLER PIC X(2).
              05 BOR-VERDICT PIC X(14).
       01 BORPT-TEXT-LINE.
              05 BOR-TXT-LABEL PIC X(24).
              05 BOR-TXT-VALUE PIC X(40).
       01 BORPT-TOTAL-LINE.
              05 BOR-TOT-LABEL PIC X(24).
              05 BOR-TOT-VALUE PIC Z(9)9.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-PARM-EOF PIC A VALUE 'N'.
       01 WS-PARM-VALID PIC A VALUE 'N'.
       01 WS-PARM-ERROR PIC X(40).
       01 WS-SOURCE PIC X(8).
       01 WS-BUS-DATE PIC 9(8).
       01 WS-OVERRIDE PIC X.
       01 WS-SUPERVISOR PIC X(8).
       01 WS-REASON PIC X(30).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EOF PIC A.
      *> Every update the envelope forwarded, off DTLHIST: the page
      *> list in the comma-separated form CORROUT handed the print
      *> floor, the night it was processed, and where it stands --
      *> 'O' still outstanding on OUTSTAND, 'P' printed and
      *> acknowledged (on ACKHIST), spaces neither (still on the
      *> night's corrected feed, not yet reconciled by 5printack).
      *> Items are paired with OUTSTAND and ACKHIST records the way
      *> 5printack pairs acknowledgments: first unconsumed identical
      *> page list, forwarded no earlier than the envelope ran. Two
      *> envelopes forwarding an identical page list the same night
      *> can't be told apart that way; either pairing is then as good
      *> as the other.
       01 WS-ITEM-TABLE.
              05 WS-ITEM-ENTRY OCCURS 5000 TIMES.
                     10 WS-IT-PAGE-LIST PIC X(1000).
                     10 WS-IT-RUN-DATE PIC 9(8).
                     10 WS-IT-STATE PIC X.
       78 WS-MAX-ITEMS VALUE 5000.
       01 WS-ITEM-CNT PIC 9(4) VALUE 0.
       01 WS-I PIC 9(4).
       01 WS-MATCH-ENT PIC 9(4).
       01 WS-K PIC 9(4).
       01 WS-FWD-PAGE-LIST PIC X(1000).
      *> OUTSTAND record numbers paired with an envelope item, in
      *> file order, so the copy pass drops exactly those records.
       01 WS-DROP-TABLE.
              05 WS-DROP-RECNO PIC 9(8) OCCURS 5000 TIMES.
       01 WS-DROP-CNT PIC 9(4) VALUE 0.
       01 WS-DROP-PTR PIC 9(4) VALUE 1.
       01 WS-OUT-RECNO PIC 9(8) VALUE 0.
      *> Survey and balance counts.
       01 WS-FP-HIT-CNT PIC 9(8) VALUE 0.
       01 WS-RH-HIT-CNT PIC 9(8) VALUE 0.
       01 WS-RA-HIT-CNT PIC 9(8) VALUE 0.
       01 WS-OUTST-CNT PIC 9(8) VALUE 0.
       01 WS-PRINTED-CNT PIC 9(8) VALUE 0.
       01 WS-PENDING-CNT PIC 9(8) VALUE 0.
       01 WS-BEFORE-CNT PIC 9(8).
       01 WS-REMOVED-CNT PIC 9(8).
       01 WS-AFTER-CNT PIC 9(8).
       01 WS-HITS-BEFORE PIC 9(10).
       01 WS-HITS-REMOVED PIC 9(10).
       01 WS-HITS-AFTER PIC 9(10).
       01 WS-DATASET PIC X(8).
       01 WS-BALANCE-OK PIC A VALUE 'Y'.
       01 WS-NOTE-CNT PIC 9(2) VALUE 0.
       01 WS-NOTE-TEXT PIC X(40).
       01 WS-FINAL-RC PIC 99 VALUE 0.
       01 WS-BACKOUT-STATUS PIC X(14).
      *> Image carried on the 'R' and 'X' journal records.
       01 WS-REVERSAL-IMAGE.
              05 WS-RV-OVERRIDE PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-SUPERVISOR PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-REASON PIC X(30).
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-FORWARDED PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-OUTSTANDING PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-PRINTED PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-PENDING PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-RUNHIST-CNT PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-FEEDFP-CNT PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-RULEUSE-CNT PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-HITS PIC 9(10) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-SUSPNEW-CNT PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-SUSPENSE-CNT PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-OUTSTAND-CNT PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-DTLHIST-CNT PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-DEPTHIST-CNT PIC 9(6) VALUE 0.
              05 FILLER PIC X VALUE SPACE.
              05 WS-RV-STATUS PIC X(14).
      *> Journal timestamp plumbing, same split-field TIME handling
      *> 5rulemaint uses.
       01 WS-JOB-NAME PIC X(8).
       01 WS-JRNL-DATE PIC 9(8).
       01 WS-JRNL-ACTION PIC X.
       01 WS-JRNL-DATASET PIC X(8).
       01 WS-JRNL-IMAGE PIC X(2087).
       01 WS-TIME-RAW.
              05 WS-TIME-HHMMSS PIC 9(6).
              05 FILLER PIC XX.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05BO'.
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
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT 'JOBNAME'
           PERFORM READ-BACKOUT-PARM
           IF WS-PARM-VALID = 'N'
              DISPLAY 'BOPARM rejected: ' WS-PARM-ERROR
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF

      *> Survey first, write nothing: is the envelope on file at all,
      *> and has any of what it forwarded reached paper?
           PERFORM SURVEY-FINGERPRINTS
           PERFORM SURVEY-RUN-HISTORY
           PERFORM SURVEY-RUN-ARCHIVE
           PERFORM LOAD-ENVELOPE-ITEMS
           PERFORM PAIR-OUTSTANDING-ITEMS
           PERFORM PAIR-ACKNOWLEDGED-ITEMS

           OPEN OUTPUT BACKOUT-REPORT
           OPEN EXTEND BACKOUT-JOURNAL
           PERFORM WRITE-ENVELOPE-SUMMARY

           EVALUATE TRUE
              WHEN WS-RA-HIT-CNT > 0
                 MOVE 'RUN ARCHIVED' TO WS-BACKOUT-STATUS
                 MOVE 12 TO WS-FINAL-RC
                 MOVE 'X' TO WS-JRNL-ACTION
                 PERFORM WRITE-REVERSAL-JOURNAL
              WHEN WS-FP-HIT-CNT = 0 AND WS-RH-HIT-CNT = 0
                                     AND WS-ITEM-CNT = 0
                 MOVE 'NOT ON FILE' TO WS-BACKOUT-STATUS
                 MOVE 8 TO WS-FINAL-RC
              WHEN WS-PRINTED-CNT > 0 AND WS-OVERRIDE NOT = 'Y'
                 MOVE 'REFUSED' TO WS-BACKOUT-STATUS
                 MOVE 12 TO WS-FINAL-RC
                 MOVE 'X' TO WS-JRNL-ACTION
                 PERFORM WRITE-REVERSAL-JOURNAL
              WHEN OTHER
                 PERFORM APPLY-BACKOUT
           END-EVALUATE

           MOVE SPACES TO BORPT-TEXT-LINE
           MOVE 'BACK-OUT STATUS' TO BOR-TXT-LABEL
           MOVE WS-BACKOUT-STATUS TO BOR-TXT-VALUE
           WRITE BORPT-TEXT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           CLOSE BACKOUT-REPORT.
           CLOSE BACKOUT-JOURNAL.

           DISPLAY 'Envelope:           ' WS-SOURCE ' ' WS-BUS-DATE.
           DISPLAY 'Items forwarded:    ' WS-ITEM-CNT.
           DISPLAY 'Still outstanding:  ' WS-OUTST-CNT.
           DISPLAY 'Printed and acked:  ' WS-PRINTED-CNT.
           DISPLAY 'Pending print ack:  ' WS-PENDING-CNT.
           DISPLAY 'Back-out status:    ' WS-BACKOUT-STATUS.

      *> RC 0 backed out cleanly; RC 4 backed out, but BORPT carries
      *> NOTE lines someone must read (override used, items still
      *> on the night's corrected feed, a dataset that had nothing
      *> of the envelope's); RC 8 nothing to do or the balance
      *> failed; RC 12 refused -- printed work and no override, or
      *> the run already archived. The JCL rolls only on RC 0 or 4.
           MOVE WS-FINAL-RC TO RETURN-CODE
           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Validate the card. The source and date are the envelope's
      *> identity; the reason is the journal's whole point; an
      *> override without a named supervisor is no override.
       READ-BACKOUT-PARM.
           OPEN INPUT BACKOUT-PARM
           READ BACKOUT-PARM
                  AT END
                         MOVE 'Y' TO WS-PARM-EOF
           END-READ
           CLOSE BACKOUT-PARM
           MOVE 'N' TO WS-PARM-VALID
           EVALUATE TRUE
              WHEN WS-PARM-EOF = 'Y'
                 MOVE 'Control card missing' TO WS-PARM-ERROR
              WHEN PARM-SOURCE = SPACES
                 MOVE 'Source system is required' TO WS-PARM-ERROR
              WHEN PARM-BUS-DATE IS NOT NUMERIC
                 MOVE 'Business date is not YYYYMMDD'
                    TO WS-PARM-ERROR
              WHEN PARM-OVERRIDE NOT = 'Y' AND PARM-OVERRIDE NOT = 'N'
                                        AND PARM-OVERRIDE NOT = SPACE
                 MOVE 'Override must be Y, N or blank'
                    TO WS-PARM-ERROR
              WHEN PARM-OVERRIDE = 'Y' AND PARM-SUPERVISOR = SPACES
                 MOVE 'Override needs a supervisor id'
                    TO WS-PARM-ERROR
              WHEN PARM-REASON = SPACES
                 MOVE 'Back-out reason is required' TO WS-PARM-ERROR
              WHEN OTHER
                 MOVE 'Y' TO WS-PARM-VALID
                 MOVE PARM-SOURCE TO WS-SOURCE
                 MOVE PARM-BUS-DATE TO WS-BUS-DATE
                 MOVE PARM-OVERRIDE TO WS-OVERRIDE
                 MOVE PARM-SUPERVISOR TO WS-SUPERVISOR
                 MOVE PARM-REASON TO WS-REASON
           END-EVALUATE.

       SURVEY-FINGERPRINTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FEED-FPRINT
           PERFORM UNTIL WS-EOF = 'Y'
              READ FEED-FPRINT
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF FP-SOURCE = WS-SOURCE
                               AND FP-BUS-DATE = WS-BUS-DATE
                               ADD 1 TO WS-FP-HIT-CNT
                            END-IF
           END-PERFORM
           CLOSE FEED-FPRINT.

       SURVEY-RUN-HISTORY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RUN-HISTORY
           PERFORM UNTIL WS-EOF = 'Y'
              READ RUN-HISTORY
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF RH-SOURCE = WS-SOURCE
                               AND RH-RUN-DATE = WS-BUS-DATE
                               ADD 1 TO WS-RH-HIT-CNT
                            END-IF
           END-PERFORM
           CLOSE RUN-HISTORY.

       SURVEY-RUN-ARCHIVE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RUN-ARCHIVE
           PERFORM UNTIL WS-EOF = 'Y'
              READ RUN-ARCHIVE
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF RA-SOURCE = WS-SOURCE
                               AND RA-RUN-DATE = WS-BUS-DATE
                               ADD 1 TO WS-RA-HIT-CNT
                            END-IF
           END-PERFORM
           CLOSE RUN-ARCHIVE.

      *> Every DTLHIST line tagged with the envelope is an update it
      *> forwarded: the corrected order for one that needed
      *> correcting, the original for one that didn't. Overflow is
      *> a hard stop -- an item left out of the survey could be a
      *> printed one the refusal test never sees.
       LOAD-ENVELOPE-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DETAIL-HISTORY
           PERFORM UNTIL WS-EOF = 'Y'
              READ DETAIL-HISTORY
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF HIST-SOURCE = WS-SOURCE
                               AND HIST-BUS-DATE = WS-BUS-DATE
                               PERFORM LOAD-ONE-ITEM
                            END-IF
           END-PERFORM
           CLOSE DETAIL-HISTORY.

       LOAD-ONE-ITEM.
           IF WS-ITEM-CNT = WS-MAX-ITEMS
              DISPLAY 'More than ' WS-MAX-ITEMS
                 ' updates in the envelope; raise WS-MAX-ITEMS'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           IF HIST-CORRECTED = SPACES
              MOVE HIST-ORIGINAL TO WS-FWD-PAGE-LIST
           ELSE
              MOVE HIST-CORRECTED TO WS-FWD-PAGE-LIST
           END-IF
      *> The audit listing keeps the trailing comma; CORROUT (and so
      *> OUTSTAND and the acknowledgments) blanks it.
           PERFORM VARYING WS-K FROM 1000 BY -1
                   UNTIL WS-K = 1
                      OR WS-FWD-PAGE-LIST(WS-K:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           IF WS-FWD-PAGE-LIST(WS-K:1) = ','
              MOVE SPACE TO WS-FWD-PAGE-LIST(WS-K:1)
           END-IF
           ADD 1 TO WS-ITEM-CNT
           MOVE WS-FWD-PAGE-LIST TO WS-IT-PAGE-LIST(WS-ITEM-CNT)
           MOVE HIST-RUN-DATE TO WS-IT-RUN-DATE(WS-ITEM-CNT)
           MOVE SPACE TO WS-IT-STATE(WS-ITEM-CNT).

      *> Pair the envelope's items with outstanding records first --
      *> an item still outstanding has provably not printed -- and
      *> remember which OUTSTAND records they were.
       PAIR-OUTSTANDING-ITEMS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-OUT-RECNO
           OPEN INPUT OUTSTAND-IN
           PERFORM UNTIL WS-EOF = 'Y'
              READ OUTSTAND-IN
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-OUT-RECNO
                            PERFORM PAIR-ONE-OUTSTANDING
           END-PERFORM
           CLOSE OUTSTAND-IN.

       PAIR-ONE-OUTSTANDING.
           MOVE 0 TO WS-MATCH-ENT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITEM-CNT OR WS-MATCH-ENT > 0
              IF WS-IT-STATE(WS-I) = SPACE
                 AND WS-IT-PAGE-LIST(WS-I) = OUT-IN-PAGE-LIST
                 AND OUT-IN-FIRST-FWD NOT < WS-IT-RUN-DATE(WS-I)
                 MOVE WS-I TO WS-MATCH-ENT
              END-IF
           END-PERFORM
           IF WS-MATCH-ENT > 0
              MOVE 'O' TO WS-IT-STATE(WS-MATCH-ENT)
              ADD 1 TO WS-OUTST-CNT
              ADD 1 TO WS-DROP-CNT
              MOVE WS-OUT-RECNO TO WS-DROP-RECNO(WS-DROP-CNT)
           END-IF.

      *> Whatever isn't outstanding is looked for on the
      *> acknowledgment history; found there, it is on paper.
       PAIR-ACKNOWLEDGED-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACK-HISTORY
           PERFORM UNTIL WS-EOF = 'Y'
              READ ACK-HISTORY
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM PAIR-ONE-ACKNOWLEDGED
           END-PERFORM
           CLOSE ACK-HISTORY
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-CNT
              IF WS-IT-STATE(WS-I) = SPACE
                 ADD 1 TO WS-PENDING-CNT
              END-IF
           END-PERFORM.

       PAIR-ONE-ACKNOWLEDGED.
           MOVE 0 TO WS-MATCH-ENT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITEM-CNT OR WS-MATCH-ENT > 0
              IF WS-IT-STATE(WS-I) = SPACE
                 AND WS-IT-PAGE-LIST(WS-I) = AKH-PAGE-LIST
                 AND AKH-FIRST-FWD NOT < WS-IT-RUN-DATE(WS-I)
                 MOVE WS-I TO WS-MATCH-ENT
              END-IF
           END-PERFORM
           IF WS-MATCH-ENT > 0
              MOVE 'P' TO WS-IT-STATE(WS-MATCH-ENT)
              ADD 1 TO WS-PRINTED-CNT
           END-IF.

       WRITE-ENVELOPE-SUMMARY.
           MOVE SPACES TO BORPT-TEXT-LINE
           MOVE 'ENVELOPE SOURCE' TO BOR-TXT-LABEL
           MOVE WS-SOURCE TO BOR-TXT-VALUE
           WRITE BORPT-TEXT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE SPACES TO BORPT-TOTAL-LINE
           MOVE 'BUSINESS DATE' TO BOR-TOT-LABEL
           MOVE WS-BUS-DATE TO BOR-TOT-VALUE
           WRITE BORPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE SPACES TO BORPT-TEXT-LINE
           MOVE 'REASON' TO BOR-TXT-LABEL
           MOVE WS-REASON TO BOR-TXT-VALUE
           WRITE BORPT-TEXT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           IF WS-OVERRIDE = 'Y'
              MOVE SPACES TO BORPT-TEXT-LINE
              MOVE 'OVERRIDE BY' TO BOR-TXT-LABEL
              MOVE WS-SUPERVISOR TO BOR-TXT-VALUE
              WRITE BORPT-TEXT-LINE
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-IF
           MOVE SPACES TO BORPT-TOTAL-LINE
           MOVE 'FINGERPRINTS ON FILE' TO BOR-TOT-LABEL
           MOVE WS-FP-HIT-CNT TO BOR-TOT-VALUE
           WRITE BORPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'RUN HISTORY RECORDS' TO BOR-TOT-LABEL
           MOVE WS-RH-HIT-CNT TO BOR-TOT-VALUE
           WRITE BORPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'ARCHIVED RUN RECORDS' TO BOR-TOT-LABEL
           MOVE WS-RA-HIT-CNT TO BOR-TOT-VALUE
           WRITE BORPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'UPDATES FORWARDED' TO BOR-TOT-LABEL
           MOVE WS-ITEM-CNT TO BOR-TOT-VALUE
           WRITE BORPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'STILL OUTSTANDING' TO BOR-TOT-LABEL
           MOVE WS-OUTST-CNT TO BOR-TOT-VALUE
           WRITE BORPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'PRINTED AND ACKNOWLEDGED' TO BOR-TOT-LABEL
           MOVE WS-PRINTED-CNT TO BOR-TOT-VALUE
           WRITE BORPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'PENDING PRINT ACK' TO BOR-TOT-LABEL
           MOVE WS-PENDING-CNT TO BOR-TOT-VALUE
           WRITE BORPT-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> Copy each dataset forward less the envelope's records,
      *> journaling every record dropped, then prove the balance and
      *> journal the reversal. A failed balance is RC 8: the roll is
      *> held and the live datasets stay exactly as they were.
       APPLY-BACKOUT.
           MOVE SPACES TO BORPT-TEXT-LINE
           MOVE 'DATASET       BEFORE     REMOVED       AFTER  VERDICT'
              TO BORPT-TEXT-LINE
           WRITE BORPT-TEXT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           PERFORM COPY-RUN-HISTORY
           PERFORM COPY-FINGERPRINTS
           PERFORM COPY-RULE-USAGE
           PERFORM COPY-NEW-SUSPENSE
           PERFORM COPY-SUSPENSE-MASTER
           PERFORM COPY-OUTSTANDING
           PERFORM COPY-DETAIL-HISTORY
           PERFORM COPY-DEPT-HISTORY

           IF WS-OVERRIDE = 'Y' AND WS-PRINTED-CNT > 0
              MOVE 'Printed items backed out on override'
                 TO WS-NOTE-TEXT
              PERFORM WRITE-NOTE-LINE
           END-IF
           IF WS-PENDING-CNT > 0
              MOVE 'Items pending print ack - recall them'
                 TO WS-NOTE-TEXT
              PERFORM WRITE-NOTE-LINE
           END-IF
           IF WS-FP-HIT-CNT = 0
              MOVE 'No fingerprint was on file' TO WS-NOTE-TEXT
              PERFORM WRITE-NOTE-LINE
           END-IF
           IF WS-RH-HIT-CNT = 0
              MOVE 'No run history record was on file'
                 TO WS-NOTE-TEXT
              PERFORM WRITE-NOTE-LINE
           END-IF

           IF WS-BALANCE-OK = 'N'
              MOVE 'OUT OF BALANCE' TO WS-BACKOUT-STATUS
              MOVE 8 TO WS-FINAL-RC
           ELSE
              MOVE 'BACKED OUT' TO WS-BACKOUT-STATUS
              IF WS-NOTE-CNT > 0
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-IF
           MOVE 'R' TO WS-JRNL-ACTION
           PERFORM WRITE-REVERSAL-JOURNAL.

       COPY-RUN-HISTORY.
           MOVE 'RUNHIST' TO WS-DATASET
           PERFORM START-DATASET-COUNTS
           OPEN INPUT RUN-HISTORY
           OPEN OUTPUT NEW-HISTORY
           PERFORM UNTIL WS-EOF = 'Y'
              READ RUN-HISTORY
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-BEFORE-CNT
                            IF RH-SOURCE = WS-SOURCE
                               AND RH-RUN-DATE = WS-BUS-DATE
                               MOVE RUNHIST-RECORD TO WS-JRNL-IMAGE
                               PERFORM JOURNAL-REMOVED-RECORD
                            ELSE
                               ADD 1 TO WS-AFTER-CNT
                               WRITE NEWHIST-RECORD
                                  FROM RUNHIST-RECORD
                               ADD 1 TO WS-OPLOG-WRITE-CNT
                            END-IF
           END-PERFORM
           CLOSE RUN-HISTORY
           CLOSE NEW-HISTORY
           MOVE WS-REMOVED-CNT TO WS-RV-RUNHIST-CNT
           PERFORM WRITE-BALANCE-LINE.

       COPY-FINGERPRINTS.
           MOVE 'FEEDFP' TO WS-DATASET
           PERFORM START-DATASET-COUNTS
           OPEN INPUT FEED-FPRINT
           OPEN OUTPUT NEW-FPRINT
           PERFORM UNTIL WS-EOF = 'Y'
              READ FEED-FPRINT
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-BEFORE-CNT
                            IF FP-SOURCE = WS-SOURCE
                               AND FP-BUS-DATE = WS-BUS-DATE
                               MOVE FPRINT-RECORD TO WS-JRNL-IMAGE
                               PERFORM JOURNAL-REMOVED-RECORD
                            ELSE
                               ADD 1 TO WS-AFTER-CNT
                               WRITE NEWFP-RECORD FROM FPRINT-RECORD
                               ADD 1 TO WS-OPLOG-WRITE-CNT
                            END-IF
           END-PERFORM
           CLOSE FEED-FPRINT
           CLOSE NEW-FPRINT
           MOVE WS-REMOVED-CNT TO WS-RV-FEEDFP-CNT
           PERFORM WRITE-BALANCE-LINE.

      *> Usage detail balances twice: by record, and by hit total,
      *> the same proof 5archive makes when it folds the file.
      *> Detail already folded into RULESUMM by 5archive is past
      *> recall and simply isn't found here.
       COPY-RULE-USAGE.
           MOVE 'RULEUSE' TO WS-DATASET
           PERFORM START-DATASET-COUNTS
           MOVE 0 TO WS-HITS-BEFORE
           MOVE 0 TO WS-HITS-REMOVED
           MOVE 0 TO WS-HITS-AFTER
           OPEN INPUT RULE-USAGE
           OPEN OUTPUT NEW-USAGE
           PERFORM UNTIL WS-EOF = 'Y'
              READ RULE-USAGE
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM COPY-ONE-USAGE-RECORD
           END-PERFORM
           CLOSE RULE-USAGE
           CLOSE NEW-USAGE
           MOVE WS-REMOVED-CNT TO WS-RV-RULEUSE-CNT
           MOVE WS-HITS-REMOVED TO WS-RV-HITS
           PERFORM WRITE-BALANCE-LINE

           MOVE SPACES TO BORPT-RECORD
           MOVE 'USE HITS' TO BOR-DATASET
           MOVE WS-HITS-BEFORE TO BOR-BEFORE
           MOVE WS-HITS-REMOVED TO BOR-REMOVED
           MOVE WS-HITS-AFTER TO BOR-AFTER
           IF WS-HITS-BEFORE = WS-HITS-REMOVED + WS-HITS-AFTER
              MOVE 'BALANCED' TO BOR-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO BOR-VERDICT
              MOVE 'N' TO WS-BALANCE-OK
           END-IF
           WRITE BORPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       COPY-ONE-USAGE-RECORD.
           ADD 1 TO WS-BEFORE-CNT
           IF RU-HIT-CNT IS NUMERIC
              ADD RU-HIT-CNT TO WS-HITS-BEFORE
           END-IF
           IF RU-SOURCE = WS-SOURCE AND RU-BUS-DATE = WS-BUS-DATE
              IF RU-HIT-CNT IS NUMERIC
                 ADD RU-HIT-CNT TO WS-HITS-REMOVED
              END-IF
              MOVE RULEUSE-RECORD TO WS-JRNL-IMAGE
              PERFORM JOURNAL-REMOVED-RECORD
           ELSE
              ADD 1 TO WS-AFTER-CNT
              IF RU-HIT-CNT IS NUMERIC
                 ADD RU-HIT-CNT TO WS-HITS-AFTER
              END-IF
              WRITE NEWUSE-RECORD FROM RULEUSE-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-IF.

       COPY-NEW-SUSPENSE.
           MOVE 'SUSPNEW' TO WS-DATASET
           PERFORM START-DATASET-COUNTS
           OPEN INPUT SUSPENSE-NEW-ITEMS
           OPEN OUTPUT NEW-SUSPNEW
           PERFORM UNTIL WS-EOF = 'Y'
              READ SUSPENSE-NEW-ITEMS
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-BEFORE-CNT
                            IF SUSP-SOURCE = WS-SOURCE
                               AND SUSP-BUS-DATE = WS-BUS-DATE
                               MOVE SUSP-RECORD TO WS-JRNL-IMAGE
                               PERFORM JOURNAL-REMOVED-RECORD
                            ELSE
                               ADD 1 TO WS-AFTER-CNT
                               WRITE NEWSNEW-RECORD FROM SUSP-RECORD
                               ADD 1 TO WS-OPLOG-WRITE-CNT
                            END-IF
           END-PERFORM
           CLOSE SUSPENSE-NEW-ITEMS
           CLOSE NEW-SUSPNEW
           MOVE WS-REMOVED-CNT TO WS-RV-SUSPNEW-CNT
           PERFORM WRITE-BALANCE-LINE.

       COPY-SUSPENSE-MASTER.
           MOVE 'SUSPENSE' TO WS-DATASET
           PERFORM START-DATASET-COUNTS
           OPEN INPUT SUSPENSE-MASTER
           OPEN OUTPUT NEW-SUSPMSTR
           PERFORM UNTIL WS-EOF = 'Y'
              READ SUSPENSE-MASTER
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-BEFORE-CNT
                            IF SMST-SOURCE = WS-SOURCE
                               AND SMST-BUS-DATE = WS-BUS-DATE
                               MOVE SMST-RECORD TO WS-JRNL-IMAGE
                               PERFORM JOURNAL-REMOVED-RECORD
                            ELSE
                               ADD 1 TO WS-AFTER-CNT
                               WRITE NEWSUSP-RECORD FROM SMST-RECORD
                               ADD 1 TO WS-OPLOG-WRITE-CNT
                            END-IF
           END-PERFORM
           CLOSE SUSPENSE-MASTER
           CLOSE NEW-SUSPMSTR
           MOVE WS-REMOVED-CNT TO WS-RV-SUSPENSE-CNT
           PERFORM WRITE-BALANCE-LINE.

      *> Drops exactly the records PAIR-OUTSTANDING-ITEMS paired, by
      *> record number -- the file is re-read in the same order.
       COPY-OUTSTANDING.
           MOVE 'OUTSTAND' TO WS-DATASET
           PERFORM START-DATASET-COUNTS
           MOVE 0 TO WS-OUT-RECNO
           MOVE 1 TO WS-DROP-PTR
           OPEN INPUT OUTSTAND-IN
           OPEN OUTPUT NEW-OUTSTAND
           PERFORM UNTIL WS-EOF = 'Y'
              READ OUTSTAND-IN
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-BEFORE-CNT
                            ADD 1 TO WS-OUT-RECNO
                            IF WS-DROP-PTR NOT > WS-DROP-CNT
                               AND WS-DROP-RECNO(WS-DROP-PTR)
                                   = WS-OUT-RECNO
                               ADD 1 TO WS-DROP-PTR
                               MOVE OUTSTAND-IN-RECORD
                                  TO WS-JRNL-IMAGE
                               PERFORM JOURNAL-REMOVED-RECORD
                            ELSE
                               ADD 1 TO WS-AFTER-CNT
                               WRITE NEWOUTST-RECORD
                                  FROM OUTSTAND-IN-RECORD
                               ADD 1 TO WS-OPLOG-WRITE-CNT
                            END-IF
           END-PERFORM
           CLOSE OUTSTAND-IN
           CLOSE NEW-OUTSTAND
           MOVE WS-REMOVED-CNT TO WS-RV-OUTSTAND-CNT
           PERFORM WRITE-BALANCE-LINE.

      *> The envelope's detail lines go too: left behind, they would
      *> sit in the discovery evidence twice once the corrected
      *> re-send appends its own.
       COPY-DETAIL-HISTORY.
           MOVE 'DTLHIST' TO WS-DATASET
           PERFORM START-DATASET-COUNTS
           OPEN INPUT DETAIL-HISTORY
           OPEN OUTPUT NEW-DTLHIST
           PERFORM UNTIL WS-EOF = 'Y'
              READ DETAIL-HISTORY
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-BEFORE-CNT
                            IF HIST-SOURCE = WS-SOURCE
                               AND HIST-BUS-DATE = WS-BUS-DATE
                               MOVE HIST-RECORD TO WS-JRNL-IMAGE
                               PERFORM JOURNAL-REMOVED-RECORD
                            ELSE
                               ADD 1 TO WS-AFTER-CNT
                               WRITE NEWDTLH-RECORD FROM HIST-RECORD
                               ADD 1 TO WS-OPLOG-WRITE-CNT
                            END-IF
           END-PERFORM
           CLOSE DETAIL-HISTORY
           CLOSE NEW-DTLHIST
           MOVE WS-REMOVED-CNT TO WS-RV-DTLHIST-CNT
           PERFORM WRITE-BALANCE-LINE.

      *> The envelope's batch records go so its month's chargeback
      *> still balances to RUNHIST (whose record went above), and a
      *> corrected re-send isn't billed twice. An envelope whose run
      *> is on RUNARCH instead never gets this far -- see the
      *> refusal in the mainline.
       COPY-DEPT-HISTORY.
           MOVE 'DEPTHIST' TO WS-DATASET
           PERFORM START-DATASET-COUNTS
           OPEN INPUT DEPT-HISTORY
           OPEN OUTPUT NEW-DEPTHIST
           PERFORM UNTIL WS-EOF = 'Y'
              READ DEPT-HISTORY
                     AT END
                            MOVE 'Y' TO WS-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            ADD 1 TO WS-BEFORE-CNT
                            IF DH-BATCH-TOTALS
                               AND DH-SOURCE = WS-SOURCE
                               AND DH-ACTIVITY-DATE = WS-BUS-DATE
                               MOVE DEPTHIST-RECORD TO WS-JRNL-IMAGE
                               PERFORM JOURNAL-REMOVED-RECORD
                            ELSE
                               ADD 1 TO WS-AFTER-CNT
                               WRITE NEWDEPTH-RECORD
                                  FROM DEPTHIST-RECORD
                               ADD 1 TO WS-OPLOG-WRITE-CNT
                            END-IF
           END-PERFORM
           CLOSE DEPT-HISTORY
           CLOSE NEW-DEPTHIST
           MOVE WS-REMOVED-CNT TO WS-RV-DEPTHIST-CNT
           PERFORM WRITE-BALANCE-LINE.

       START-DATASET-COUNTS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-BEFORE-CNT
           MOVE 0 TO WS-REMOVED-CNT
           MOVE 0 TO WS-AFTER-CNT.

       WRITE-BALANCE-LINE.
           MOVE SPACES TO BORPT-RECORD
           MOVE WS-DATASET TO BOR-DATASET
           MOVE WS-BEFORE-CNT TO BOR-BEFORE
           MOVE WS-REMOVED-CNT TO BOR-REMOVED
           MOVE WS-AFTER-CNT TO BOR-AFTER
           IF WS-BEFORE-CNT = WS-REMOVED-CNT + WS-AFTER-CNT
              MOVE 'BALANCED' TO BOR-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO BOR-VERDICT
              MOVE 'N' TO WS-BALANCE-OK
           END-IF
           WRITE BORPT-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

       WRITE-NOTE-LINE.
           ADD 1 TO WS-NOTE-CNT
           MOVE SPACES TO BORPT-TEXT-LINE
           MOVE 'NOTE' TO BOR-TXT-LABEL
           MOVE WS-NOTE-TEXT TO BOR-TXT-VALUE
           WRITE BORPT-TEXT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> One 'D' record per record removed, WS-JRNL-IMAGE already
      *> holding its before-image -- enough to put any of them back
      *> by hand.
       JOURNAL-REMOVED-RECORD.
           ADD 1 TO WS-REMOVED-CNT
           MOVE 'D' TO WS-JRNL-ACTION
           MOVE WS-DATASET TO WS-JRNL-DATASET
           PERFORM WRITE-JOURNAL-RECORD.

      *> The reversal ('R') or refusal ('X') record, WS-JRNL-ACTION
      *> set by the caller.
       WRITE-REVERSAL-JOURNAL.
           MOVE WS-OVERRIDE TO WS-RV-OVERRIDE
           MOVE WS-SUPERVISOR TO WS-RV-SUPERVISOR
           MOVE WS-REASON TO WS-RV-REASON
           MOVE WS-ITEM-CNT TO WS-RV-FORWARDED
           MOVE WS-OUTST-CNT TO WS-RV-OUTSTANDING
           MOVE WS-PRINTED-CNT TO WS-RV-PRINTED
           MOVE WS-PENDING-CNT TO WS-RV-PENDING
           MOVE WS-BACKOUT-STATUS TO WS-RV-STATUS
           MOVE WS-REVERSAL-IMAGE TO WS-JRNL-IMAGE
           MOVE SPACES TO WS-JRNL-DATASET
           PERFORM WRITE-JOURNAL-RECORD.

      *> Date/time fresh per record, job name from the environment,
      *> envelope off the card -- same trail WRITE-DISP-JOURNAL in
      *> 5suspdisp leaves.
       WRITE-JOURNAL-RECORD.
           MOVE SPACES TO BACKJRNL-RECORD
           ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-JRNL-DATE TO BJ-DATE
           MOVE WS-TIME-HHMMSS TO BJ-TIME
           MOVE WS-JOB-NAME TO BJ-JOB-NAME
           MOVE WS-SOURCE TO BJ-SOURCE
           MOVE WS-BUS-DATE TO BJ-BUS-DATE
           MOVE WS-JRNL-ACTION TO BJ-ACTION
           MOVE WS-JRNL-DATASET TO BJ-DATASET
           MOVE WS-JRNL-IMAGE TO BJ-IMAGE
           WRITE BACKJRNL-RECORD
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
