       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2024-DAY-05-CHARGEBACK.
      *> Monthly chargeback statement: prices one month of each
      *> department's print-order activity off the department history
      *> (see DEPTHIST.cpy) at the rates on the rate card, and prints
      *> one statement per department -- updates processed,
      *> corrections, cycles suspended, days its items spent in
      *> suspense, forced releases, and the rush premium on class 1
      *> (rush) work -- then a control page. The control page gives
      *> the grand totals by item and proves the month's batch
      *> records sum back to the run history (RUNHIST plus whatever
      *> 5archive.cbl has since moved to RUNARCH) counter by counter;
      *> a month that doesn't balance ends RC 4 so nobody bills off
      *> it unseen.
      *> A department's own rate for an item overrides the house-wide
      *> rate, the same way a department's page catalog entry lays
      *> over the house-wide one in 5.cbl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One control card (see FD).
           SELECT CBPARM ASSIGN TO CBPARM
                  LINE SEQUENTIAL.
           SELECT RATE-CARD ASSIGN TO RATECARD
                  LINE SEQUENTIAL.
           SELECT OPTIONAL DEPT-HISTORY ASSIGN TO DEPTHIST
                  LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HISTORY ASSIGN TO RUNHIST
                  LINE SEQUENTIAL.
      *> The archived tail of the run history; OPTIONAL covers a shop
      *> that has never run the housekeeping job.
           SELECT OPTIONAL RUN-ARCHIVE ASSIGN TO RUNARCH
                  LINE SEQUENTIAL.
           SELECT CHARGE-REPORT ASSIGN TO CBRPT
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Month to bill (YYYYMM, columns 1-6; spaces = the month before
      *> today's date, the usual first-of-the-month run).
       FD CBPARM.
       01 CBPARM-RECORD.
              05 PARM-MONTH PIC X(6).
              05 FILLER PIC X(74).

      *> One rate per card: department (spaces = house-wide), item
      *> code, and the rate as nine digits with four implied decimals
      *> (000012500 = 1.2500). Item codes are UPDATE, CORRECT, CYCLE,
      *> SUSPDAY and FORCE, priced per unit, and RUSHPCT, the premium
      *> on class 1 update and correction charges as a percentage
      *> (000500000 = 50 per cent). Every item needs a house-wide
      *> rate. A card with '*' in column 1 is a comment.
       FD RATE-CARD.
       01 RATECARD-RECORD.
              05 RATE-DEPT PIC X(8).
              05 FILLER PIC X.
              05 RATE-ITEM PIC X(8).
              05 FILLER PIC X.
              05 RATE-VALUE PIC X(9).
              05 FILLER PIC X(53).

      *> Department history layout is COPYed from DEPTHIST.cpy so
      *> this FD and its three writers' can't drift apart.
       FD DEPT-HISTORY.
           COPY DEPTHIST.

      *> Run-history record layout is COPYed from RUNHIST.cpy so this
      *> FD and 5.cbl's/5trend.cbl's can't drift apart from each
      *> other; the archive is the same layout under its own names,
      *> same scheme 5archive.cbl uses for its second view of
      *> RULESUMM.
       FD RUN-HISTORY.
           COPY RUNHIST.

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

      *> Per department, in department order: a STATEMENT heading,
      *> one ITEM line per priced item (quantity, rate, amount), the
      *> RUSH premium line and the department TOTAL. Then the CONTROL
      *> page: ITEM lines with the month's grand totals, the grand
      *> TOTAL, one BALANCE line per counter (department history
      *> total, run history total, and whether they agree), and the
      *> totals.
       FD CHARGE-REPORT.
       01 CB-HDR-RECORD.
              05 CBH-TAG PIC X(9).
              05 FILLER PIC X VALUE SPACE.
              05 CBH-DEPT PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 CBH-MONTH PIC 9(6).
              05 FILLER PIC X VALUE SPACE.
              05 CBH-TEXT PIC X(50).
       01 CB-ITEM-RECORD.
              05 CBI-TAG PIC X(9).
              05 FILLER PIC X VALUE SPACE.
              05 CBI-DEPT PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 CBI-TEXT PIC X(24).
              05 FILLER PIC X VALUE SPACE.
              05 CBI-QTY PIC Z(8)9.
              05 FILLER PIC X VALUE SPACE.
              05 CBI-RATE PIC Z(4)9.9999.
              05 FILLER PIC X VALUE SPACE.
              05 CBI-AMOUNT PIC Z(8)9.99.
       01 CB-BALANCE-RECORD.
              05 CBB-TAG PIC X(9).
              05 FILLER PIC X VALUE SPACE.
              05 CBB-TEXT PIC X(24).
              05 FILLER PIC X VALUE SPACE.
              05 CBB-DEPTHIST PIC Z(8)9.
              05 FILLER PIC X VALUE SPACE.
              05 CBB-RUNHIST PIC Z(8)9.
              05 FILLER PIC X VALUE SPACE.
              05 CBB-STATUS PIC X(14).
       01 CB-TOTAL-LINE.
              05 CBT-TEXT PIC X(24).
              05 CBT-VALUE PIC Z(5)9.

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-PARM-EOF PIC A VALUE 'N'.
       01 WS-PARM-VALID PIC A VALUE 'Y'.
       01 WS-RATE-EOF PIC A VALUE 'N'.
       01 WS-RATES-VALID PIC A VALUE 'Y'.
       01 WS-HIST-EOF PIC A VALUE 'N'.
       01 WS-RUN-EOF PIC A VALUE 'N'.
       01 WS-ARCH-EOF PIC A VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-RUN-DATE.
              05 WS-RD-YEAR PIC 9(4).
              05 WS-RD-MONTH PIC 99.
              05 WS-RD-DAY PIC 99.
       01 WS-MONTH PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH.
              05 WS-MO-YEAR PIC 9(4).
              05 WS-MO-MONTH PIC 99.

      *> The priced items, in statement order. Item 6, the rush
      *> premium, is a percentage of the class 1 share of items 1
      *> and 2 rather than a per-unit charge.
       01 WS-ITEM-CODES-TEXT PIC X(48)
              VALUE 'UPDATE  CORRECT CYCLE   SUSPDAY FORCE   RUSHPCT '.
       01 WS-ITEM-CODES REDEFINES WS-ITEM-CODES-TEXT.
              05 WS-ITEM-CODE PIC X(8) OCCURS 6 TIMES.
       01 WS-ITEM-NAMES-TEXT PIC X(144) VALUE
              'UPDATES PROCESSED       CORRECTIONS             '
           &  'CYCLES SUSPENDED        SUSPENSE ITEM-DAYS      '
           &  'FORCED RELEASES         RUSH PREMIUM            '.
       01 WS-ITEM-NAMES REDEFINES WS-ITEM-NAMES-TEXT.
              05 WS-ITEM-NAME PIC X(24) OCCURS 6 TIMES.
       78 WS-ITEM-CNT VALUE 6.
       78 WS-UNIT-ITEM-CNT VALUE 5.
       78 WS-RUSH-ITEM VALUE 6.
       01 WS-I PIC 9.
       01 WS-FOUND-ITEM PIC 9.

      *> House-wide rates by item, and the department overrides.
       01 WS-HOUSE-RATE-TABLE.
              05 WS-HOUSE-ENTRY OCCURS 6 TIMES.
                     10 WS-HR-RATE PIC 9(5)V9(4).
                     10 WS-HR-SET PIC A.
       01 WS-DEPT-RATE-TABLE.
              05 WS-DEPT-RATE-ENTRY OCCURS 300 TIMES.
                     10 WS-DR-DEPT PIC X(8).
                     10 WS-DR-ITEM PIC 9.
                     10 WS-DR-RATE PIC 9(5)V9(4).
       78 WS-MAX-DEPT-RATES VALUE 300.
       01 WS-DEPT-RATE-CNT PIC 9(3) VALUE 0.
       01 WS-R PIC 9(3).
       01 WS-RATE-TEXT PIC X(9).
       01 WS-RATE-NUM REDEFINES WS-RATE-TEXT PIC 9(5)V9(4).
       01 WS-RATE PIC 9(5)V9(4).

      *> The month's activity by department, kept in department order
      *> as REGISTER-DEPT finds them. Quantities follow the item
      *> order above; the rush counts are the class 1 share of
      *> updates and corrections.
       01 WS-DEPT-TABLE.
              05 WS-DEPT-ENTRY OCCURS 200 TIMES.
                     10 WS-DP-DEPT PIC X(8).
                     10 WS-DP-QTY PIC 9(9) OCCURS 5 TIMES.
                     10 WS-DP-RUSH-UPDATE-CNT PIC 9(9).
                     10 WS-DP-RUSH-CORRECT-CNT PIC 9(9).
       78 WS-MAX-DEPTS VALUE 200.
       01 WS-DEPT-CNT PIC 9(3) VALUE 0.
       01 WS-D PIC 9(3).
       01 WS-FOUND-DEPT PIC 9(3).
       01 WS-INSERT-AT PIC 9(3).

      *> Pricing work areas and the month's grand totals by item.
       01 WS-AMOUNT PIC 9(9)V99.
       01 WS-RUSH-BASE PIC 9(9)V99.
       01 WS-DEPT-AMOUNT PIC 9(9)V99.
       01 WS-GRAND-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TABLE.
              05 WS-GRAND-ENTRY OCCURS 6 TIMES.
                     10 WS-GT-QTY PIC 9(9) VALUE 0.
                     10 WS-GT-AMOUNT PIC 9(9)V99 VALUE 0.

      *> Balancing: the month's batch records against the run
      *> history, counter by counter.
       01 WS-BALANCE-NAMES-TEXT PIC X(120) VALUE
              'UPDATES                 CORRECTIONS             '
           &  'TOPSORTED               CYCLES                  '
           &  'REJECTS                 '.
       01 WS-BALANCE-NAMES REDEFINES WS-BALANCE-NAMES-TEXT.
              05 WS-BALANCE-NAME PIC X(24) OCCURS 5 TIMES.
       01 WS-BALANCE-TABLE.
              05 WS-BALANCE-ENTRY OCCURS 5 TIMES.
                     10 WS-BL-DEPTHIST PIC 9(9) VALUE 0.
                     10 WS-BL-RUNHIST PIC 9(9) VALUE 0.
       78 WS-BALANCE-CNT VALUE 5.
       01 WS-B PIC 9.

       01 WS-BATCH-REC-CNT PIC 9(6) VALUE 0.
       01 WS-RUNHIST-REC-CNT PIC 9(6) VALUE 0.
       01 WS-OUT-OF-BALANCE-CNT PIC 9(6) VALUE 0.

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05CB'.
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
           PERFORM READ-CHARGE-PARM
           IF WS-PARM-VALID = 'N'
              DISPLAY 'CBPARM month not YYYYMM'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF

           PERFORM LOAD-RATE-CARD
           IF WS-RATES-VALID = 'N'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF

           PERFORM SCAN-DEPT-HISTORY
           PERFORM SCAN-RUN-HISTORY
           PERFORM SCAN-RUN-ARCHIVE

           OPEN OUTPUT CHARGE-REPORT
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEPT-CNT
              PERFORM WRITE-DEPT-STATEMENT
           END-PERFORM
           PERFORM WRITE-CONTROL-PAGE

           MOVE SPACES TO CB-TOTAL-LINE
           MOVE 'DEPARTMENTS BILLED' TO CBT-TEXT
           MOVE WS-DEPT-CNT TO CBT-VALUE
           WRITE CB-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'BATCH RECORDS' TO CBT-TEXT
           MOVE WS-BATCH-REC-CNT TO CBT-VALUE
           WRITE CB-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'RUN HISTORY RECORDS' TO CBT-TEXT
           MOVE WS-RUNHIST-REC-CNT TO CBT-VALUE
           WRITE CB-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'COUNTERS OUT OF BALANCE' TO CBT-TEXT
           MOVE WS-OUT-OF-BALANCE-CNT TO CBT-VALUE
           WRITE CB-TOTAL-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           CLOSE CHARGE-REPORT

           DISPLAY 'Month billed:     ' WS-MONTH.
           DISPLAY 'Departments:      ' WS-DEPT-CNT.
           DISPLAY 'Grand total:      ' WS-GRAND-AMOUNT.
           DISPLAY 'Out of balance:   ' WS-OUT-OF-BALANCE-CNT.

      *> RC 4 (warning range) when the statements don't balance back
      *> to the run history, so they are looked at before they go
      *> out.
           IF WS-OUT-OF-BALANCE-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> No month given: the month before today's, which is the one
      *> just closed for a first-of-the-month run.
       READ-CHARGE-PARM.
           OPEN INPUT CBPARM
           READ CBPARM
                  AT END
                         MOVE 'Y' TO WS-PARM-EOF
           END-READ
           CLOSE CBPARM
           IF WS-PARM-EOF = 'Y'
              MOVE SPACES TO CBPARM-RECORD
           END-IF

           IF PARM-MONTH = SPACES
              IF WS-RD-MONTH = 1
                 COMPUTE WS-MO-YEAR = WS-RD-YEAR - 1
                 MOVE 12 TO WS-MO-MONTH
              ELSE
                 MOVE WS-RD-YEAR TO WS-MO-YEAR
                 COMPUTE WS-MO-MONTH = WS-RD-MONTH - 1
              END-IF
           ELSE
              IF PARM-MONTH IS NUMERIC
                 AND PARM-MONTH(5:2) > '00'
                 AND PARM-MONTH(5:2) NOT > '12'
                 MOVE PARM-MONTH TO WS-MONTH
              ELSE
                 MOVE 'N' TO WS-PARM-VALID
              END-IF
           END-IF.

      *> Every card is checked and every missing house rate named
      *> before the run is refused, so one pass fixes the card.
       LOAD-RATE-CARD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-CNT
              MOVE ZERO TO WS-HR-RATE(WS-I)
              MOVE 'N' TO WS-HR-SET(WS-I)
           END-PERFORM
           OPEN INPUT RATE-CARD
           PERFORM UNTIL WS-RATE-EOF = 'Y'
              READ RATE-CARD
                     AT END
                            MOVE 'Y' TO WS-RATE-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM LOAD-RATE-ENTRY
           END-PERFORM
           CLOSE RATE-CARD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-CNT
              IF WS-HR-SET(WS-I) = 'N'
                 DISPLAY 'RATECARD has no house-wide rate for '
                    WS-ITEM-CODE(WS-I)
                 MOVE 'N' TO WS-RATES-VALID
              END-IF
           END-PERFORM.

       LOAD-RATE-ENTRY.
           IF RATECARD-RECORD(1:1) = '*' OR RATECARD-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND-ITEM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-CNT
              IF WS-ITEM-CODE(WS-I) = RATE-ITEM
                 MOVE WS-I TO WS-FOUND-ITEM
              END-IF
           END-PERFORM
           IF WS-FOUND-ITEM = 0 OR RATE-VALUE IS NOT NUMERIC
              DISPLAY 'RATECARD card refused: ' RATECARD-RECORD(1:27)
              MOVE 'N' TO WS-RATES-VALID
              EXIT PARAGRAPH
           END-IF
           MOVE RATE-VALUE TO WS-RATE-TEXT

           IF RATE-DEPT = SPACES
              MOVE WS-RATE-NUM TO WS-HR-RATE(WS-FOUND-ITEM)
              MOVE 'Y' TO WS-HR-SET(WS-FOUND-ITEM)
              EXIT PARAGRAPH
           END-IF

      *> A later card for the same department and item replaces the
      *> earlier one, as a later house-wide card does.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-DEPT-RATE-CNT
              IF WS-DR-DEPT(WS-R) = RATE-DEPT
                 AND WS-DR-ITEM(WS-R) = WS-FOUND-ITEM
                 MOVE WS-RATE-NUM TO WS-DR-RATE(WS-R)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-DEPT-RATE-CNT = WS-MAX-DEPT-RATES
              DISPLAY 'More than ' WS-MAX-DEPT-RATES
                 ' department rates on RATECARD;'
                 ' raise WS-MAX-DEPT-RATES'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-RATE-CNT
           MOVE RATE-DEPT TO WS-DR-DEPT(WS-DEPT-RATE-CNT)
           MOVE WS-FOUND-ITEM TO WS-DR-ITEM(WS-DEPT-RATE-CNT)
           MOVE WS-RATE-NUM TO WS-DR-RATE(WS-DEPT-RATE-CNT).

      *> One pass over the department history. Records outside the
      *> month are skipped; batch records also feed the balancing
      *> totals.
       SCAN-DEPT-HISTORY.
           OPEN INPUT DEPT-HISTORY
           PERFORM UNTIL WS-HIST-EOF = 'Y'
              READ DEPT-HISTORY
                     AT END
                            MOVE 'Y' TO WS-HIST-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM SCAN-ONE-DEPTHIST-RECORD
           END-PERFORM
           CLOSE DEPT-HISTORY.

       SCAN-ONE-DEPTHIST-RECORD.
           IF DH-ACTIVITY-DATE IS NOT NUMERIC
              OR DH-ACTIVITY-DATE(1:6) NOT = WS-MONTH
              EXIT PARAGRAPH
           END-IF
           PERFORM REGISTER-DEPT
           EVALUATE TRUE
              WHEN DH-BATCH-TOTALS
                 ADD 1 TO WS-BATCH-REC-CNT
                 ADD DH-UPDATE-CNT TO WS-DP-QTY(WS-FOUND-DEPT, 1)
                 ADD DH-CORRECT-CNT TO WS-DP-QTY(WS-FOUND-DEPT, 2)
                 ADD DH-CYCLE-CNT TO WS-DP-QTY(WS-FOUND-DEPT, 3)
                 IF DH-CLASS = '1'
                    ADD DH-UPDATE-CNT
                       TO WS-DP-RUSH-UPDATE-CNT(WS-FOUND-DEPT)
                    ADD DH-CORRECT-CNT
                       TO WS-DP-RUSH-CORRECT-CNT(WS-FOUND-DEPT)
                 END-IF
                 ADD DH-UPDATE-CNT TO WS-BL-DEPTHIST(1)
                 ADD DH-CORRECT-CNT TO WS-BL-DEPTHIST(2)
                 ADD DH-TOPSORT-CNT TO WS-BL-DEPTHIST(3)
                 ADD DH-CYCLE-CNT TO WS-BL-DEPTHIST(4)
                 ADD DH-REJECT-CNT TO WS-BL-DEPTHIST(5)
              WHEN DH-SUSPENSE-PASS
                 ADD DH-SUSP-DAYS TO WS-DP-QTY(WS-FOUND-DEPT, 4)
              WHEN DH-FORCE-RELEASE
                 ADD DH-FORCE-CNT TO WS-DP-QTY(WS-FOUND-DEPT, 5)
           END-EVALUATE.

      *> Find the department's entry, or open one in its place in
      *> department order so the statements come out sorted.
       REGISTER-DEPT.
           MOVE 0 TO WS-FOUND-DEPT
           MOVE 0 TO WS-INSERT-AT
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEPT-CNT OR WS-INSERT-AT > 0
              IF WS-DP-DEPT(WS-D) = DH-DEPT
                 MOVE WS-D TO WS-FOUND-DEPT
                 EXIT PARAGRAPH
              END-IF
              IF WS-DP-DEPT(WS-D) > DH-DEPT
                 MOVE WS-D TO WS-INSERT-AT
              END-IF
           END-PERFORM
           IF WS-DEPT-CNT = WS-MAX-DEPTS
              DISPLAY 'More than ' WS-MAX-DEPTS
                 ' departments on DEPTHIST; raise WS-MAX-DEPTS'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-OPLOG-END
              STOP RUN
           END-IF
           IF WS-INSERT-AT = 0
              COMPUTE WS-INSERT-AT = WS-DEPT-CNT + 1
           END-IF
           PERFORM VARYING WS-D FROM WS-DEPT-CNT BY -1
                   UNTIL WS-D < WS-INSERT-AT
              MOVE WS-DEPT-ENTRY(WS-D) TO WS-DEPT-ENTRY(WS-D + 1)
           END-PERFORM
           ADD 1 TO WS-DEPT-CNT
           MOVE DH-DEPT TO WS-DP-DEPT(WS-INSERT-AT)
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-UNIT-ITEM-CNT
              MOVE ZERO TO WS-DP-QTY(WS-INSERT-AT, WS-I)
           END-PERFORM
           MOVE ZERO TO WS-DP-RUSH-UPDATE-CNT(WS-INSERT-AT)
           MOVE ZERO TO WS-DP-RUSH-CORRECT-CNT(WS-INSERT-AT)
           MOVE WS-INSERT-AT TO WS-FOUND-DEPT.

      *> The run history keeps a record's business date in
      *> RH-RUN-DATE -- the date the batch records bill under -- so
      *> the month is selected the same way on both sides.
       SCAN-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY
           PERFORM UNTIL WS-RUN-EOF = 'Y'
              READ RUN-HISTORY
                     AT END
                            MOVE 'Y' TO WS-RUN-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF RH-RUN-DATE IS NUMERIC
                               AND RH-RUN-DATE(1:6) = WS-MONTH
                               ADD 1 TO WS-RUNHIST-REC-CNT
                               ADD RH-UPDATE-CNT TO WS-BL-RUNHIST(1)
                               ADD RH-CORRECT-CNT TO WS-BL-RUNHIST(2)
                               ADD RH-TOPSORT-CNT TO WS-BL-RUNHIST(3)
                               ADD RH-CYCLE-CNT TO WS-BL-RUNHIST(4)
                               ADD RH-REJECT-CNT TO WS-BL-RUNHIST(5)
                            END-IF
           END-PERFORM
           CLOSE RUN-HISTORY.

       SCAN-RUN-ARCHIVE.
           OPEN INPUT RUN-ARCHIVE
           PERFORM UNTIL WS-ARCH-EOF = 'Y'
              READ RUN-ARCHIVE
                     AT END
                            MOVE 'Y' TO WS-ARCH-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF RA-RUN-DATE IS NUMERIC
                               AND RA-RUN-DATE(1:6) = WS-MONTH
                               ADD 1 TO WS-RUNHIST-REC-CNT
                               ADD RA-UPDATE-CNT TO WS-BL-RUNHIST(1)
                               ADD RA-CORRECT-CNT TO WS-BL-RUNHIST(2)
                               ADD RA-TOPSORT-CNT TO WS-BL-RUNHIST(3)
                               ADD RA-CYCLE-CNT TO WS-BL-RUNHIST(4)
                               ADD RA-REJECT-CNT TO WS-BL-RUNHIST(5)
                            END-IF
           END-PERFORM
           CLOSE RUN-ARCHIVE.

      *> One department's statement: each unit item at the
      *> department's rate, then the rush premium on the class 1
      *> share of its update and correction charges.
       WRITE-DEPT-STATEMENT.
           MOVE SPACES TO CB-HDR-RECORD
           MOVE 'STATEMENT' TO CBH-TAG
           MOVE WS-DP-DEPT(WS-D) TO CBH-DEPT
           MOVE WS-MONTH TO CBH-MONTH
           MOVE 'Print-order processing chargeback' TO CBH-TEXT
           WRITE CB-HDR-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE ZERO TO WS-DEPT-AMOUNT
           MOVE ZERO TO WS-RUSH-BASE
           MOVE SPACES TO CB-ITEM-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-UNIT-ITEM-CNT
              PERFORM FIND-RATE
              COMPUTE WS-AMOUNT ROUNDED =
                 WS-DP-QTY(WS-D, WS-I) * WS-RATE
              ADD WS-AMOUNT TO WS-DEPT-AMOUNT
              ADD WS-DP-QTY(WS-D, WS-I) TO WS-GT-QTY(WS-I)
              ADD WS-AMOUNT TO WS-GT-AMOUNT(WS-I)
              MOVE WS-DP-QTY(WS-D, WS-I) TO CBI-QTY
              PERFORM WRITE-ITEM-LINE
              EVALUATE WS-I
                 WHEN 1
                    COMPUTE WS-RUSH-BASE ROUNDED = WS-RUSH-BASE +
                       WS-DP-RUSH-UPDATE-CNT(WS-D) * WS-RATE
                 WHEN 2
                    COMPUTE WS-RUSH-BASE ROUNDED = WS-RUSH-BASE +
                       WS-DP-RUSH-CORRECT-CNT(WS-D) * WS-RATE
              END-EVALUATE
           END-PERFORM

           MOVE WS-RUSH-ITEM TO WS-I
           PERFORM FIND-RATE
           COMPUTE WS-AMOUNT ROUNDED = WS-RUSH-BASE * WS-RATE / 100
           ADD WS-AMOUNT TO WS-DEPT-AMOUNT
           ADD WS-DP-RUSH-UPDATE-CNT(WS-D) TO WS-GT-QTY(WS-I)
           ADD WS-DP-RUSH-CORRECT-CNT(WS-D) TO WS-GT-QTY(WS-I)
           ADD WS-AMOUNT TO WS-GT-AMOUNT(WS-I)
           COMPUTE CBI-QTY = WS-DP-RUSH-UPDATE-CNT(WS-D)
              + WS-DP-RUSH-CORRECT-CNT(WS-D)
           PERFORM WRITE-ITEM-LINE

           ADD WS-DEPT-AMOUNT TO WS-GRAND-AMOUNT
           MOVE SPACES TO CB-ITEM-RECORD
           MOVE 'TOTAL' TO CBI-TAG
           MOVE WS-DP-DEPT(WS-D) TO CBI-DEPT
           MOVE 'AMOUNT DUE' TO CBI-TEXT
           MOVE WS-DEPT-AMOUNT TO CBI-AMOUNT
           WRITE CB-ITEM-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT.

      *> CBI-QTY is already set; the rest of the line comes from the
      *> item in hand.
       WRITE-ITEM-LINE.
           MOVE 'ITEM' TO CBI-TAG
           MOVE WS-DP-DEPT(WS-D) TO CBI-DEPT
           MOVE WS-ITEM-NAME(WS-I) TO CBI-TEXT
           MOVE WS-RATE TO CBI-RATE
           MOVE WS-AMOUNT TO CBI-AMOUNT
           WRITE CB-ITEM-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE SPACES TO CB-ITEM-RECORD.

      *> The department's own rate for item WS-I if the card gives
      *> one, else the house-wide rate.
       FIND-RATE.
           MOVE WS-HR-RATE(WS-I) TO WS-RATE
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-DEPT-RATE-CNT
              IF WS-DR-DEPT(WS-R) = WS-DP-DEPT(WS-D)
                 AND WS-DR-ITEM(WS-R) = WS-I
                 MOVE WS-DR-RATE(WS-R) TO WS-RATE
              END-IF
           END-PERFORM.

      *> Grand totals by item, then the batch records balanced to the
      *> run history counter by counter.
       WRITE-CONTROL-PAGE.
           MOVE SPACES TO CB-HDR-RECORD
           MOVE 'CONTROL' TO CBH-TAG
           MOVE SPACES TO CBH-DEPT
           MOVE WS-MONTH TO CBH-MONTH
           MOVE 'Grand totals and balance to run history'
              TO CBH-TEXT
           WRITE CB-HDR-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE SPACES TO CB-ITEM-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-CNT
              MOVE 'ITEM' TO CBI-TAG
              MOVE WS-ITEM-NAME(WS-I) TO CBI-TEXT
              MOVE WS-GT-QTY(WS-I) TO CBI-QTY
              MOVE WS-GT-AMOUNT(WS-I) TO CBI-AMOUNT
              WRITE CB-ITEM-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
              MOVE SPACES TO CB-ITEM-RECORD
           END-PERFORM
           MOVE 'TOTAL' TO CBI-TAG
           MOVE 'ALL DEPARTMENTS' TO CBI-TEXT
           MOVE WS-GRAND-AMOUNT TO CBI-AMOUNT
           WRITE CB-ITEM-RECORD
           ADD 1 TO WS-OPLOG-WRITE-CNT

           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BALANCE-CNT
              MOVE SPACES TO CB-BALANCE-RECORD
              MOVE 'BALANCE' TO CBB-TAG
              MOVE WS-BALANCE-NAME(WS-B) TO CBB-TEXT
              MOVE WS-BL-DEPTHIST(WS-B) TO CBB-DEPTHIST
              MOVE WS-BL-RUNHIST(WS-B) TO CBB-RUNHIST
              IF WS-BL-DEPTHIST(WS-B) = WS-BL-RUNHIST(WS-B)
                 MOVE 'BALANCED' TO CBB-STATUS
              ELSE
                 MOVE 'OUT OF BALANCE' TO CBB-STATUS
                 ADD 1 TO WS-OUT-OF-BALANCE-CNT
              END-IF
              WRITE CB-BALANCE-RECORD
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-PERFORM.

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
