      *> carry yesterday-comparison columns read back off RUNHIST.
      *> A separate one-page operations summary (OPSSUM) covers the
      *> morning turnover. Nothing here recomputes anything -- every
      *> figure is STEP01's own, re-arranged. When STEP01's detail
      *> listing is supplied on DTLIN, a closing section lists each
      *> middle page forwarded with its page-catalog title; with the
      *> page-list option on the RPTPARM card, a further section
      *> prints every update's page list as received and as
      *> forwarded, each page with its title off PAGECAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> a first-night run simply shows no comparison.
           SELECT OPTIONAL RUN-HISTORY ASSIGN TO RUNHIST
                  LINE SEQUENTIAL.
      *> STEP01's DTLOUT, for the middle-page title section.
      *> OPTIONAL, and DD DUMMY leaves the section off.
           SELECT OPTIONAL DETAIL-IN ASSIGN TO DTLIN
                  LINE SEQUENTIAL.
      *> Option card (see FD). OPTIONAL: no card, no options.
           SELECT OPTIONAL REPORT-PARM ASSIGN TO RPTPARM
                  LINE SEQUENTIAL.
      *> Page catalog, read-only, for the page-list section's titles.
      *> OPTIONAL: no catalog, every page prints untitled.
           SELECT OPTIONAL PAGECAT ASSIGN TO PAGECAT
                  ORGANIZATION INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PAGECAT-KEY
                  FILE STATUS IS WS-PAGECAT-STATUS.
           SELECT FINAL-REPORT ASSIGN TO FINALRPT
                  LINE SEQUENTIAL.
           SELECT OPS-SUMMARY ASSIGN TO OPSSUM
                  LINE SEQUENTIAL.
      *> Shared operations log (see OPSLOG.cpy), opened EXTEND only
      *> long enough to append this step's start and end records;
      *> OPTIONAL covers the first step ever to log.
           SELECT OPTIONAL OPS-LOG ASSIGN TO OPSLOG
                  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-HISTORY.
           COPY RUNHIST.

      *> 5.cbl's DETAIL-RECORD as far as this program reads it: the
      *> line number, both page lists and the department for the
      *> page-list section, the middle page as forwarded and its
      *> catalog title for the middle-page section. Each page list
      *> is NNN, per page, space-filled after the last.
       FD DETAIL-IN.
       01 DTLIN-RECORD.
              05 DIN-LINE-NUM PIC X(6).
              05 FILLER PIC X.
              05 DIN-CORRECT-FLAG PIC X.
              05 FILLER PIC X.
              05 DIN-ORIGINAL.
                     10 DIN-ORIG-SLOT OCCURS 250 TIMES.
                            15 DIN-ORIG-PAGE PIC X(3).
                            15 FILLER PIC X.
              05 FILLER PIC X.
              05 DIN-CORRECTED.
                     10 DIN-CORR-SLOT OCCURS 250 TIMES.
                            15 DIN-CORR-PAGE PIC X(3).
                            15 FILLER PIC X.
              05 FILLER PIC X.
              05 DIN-DEPT PIC X(8).
              05 FILLER PIC X.
              05 DIN-MID-PAGE PIC 999.
              05 FILLER PIC X.
              05 DIN-MID-TITLE PIC X(30).
              05 FILLER PIC X.
              05 DIN-UNDECIDED-FLAG PIC X.
              05 FILLER PIC X(31).

      *> Column 1 'Y' prints the page-list section (it runs to a
      *> line per page forwarded, so it is asked for, not assumed);
      *> blank or 'N' leaves it off.
       FD REPORT-PARM.
       01 RPTPARM-RECORD.
              05 PARM-PAGE-LISTS PIC X.
              05 FILLER PIC X(79).

       FD PAGECAT.
           COPY PAGECAT.

       FD FINAL-REPORT.
       01 FINAL-LINE PIC X(132).

       FD OPS-SUMMARY.
       01 OPS-LINE PIC X(132).

       FD OPS-LOG.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01 WS-RPT-EOF PIC A VALUE 'N'.
       01 WS-HIST-EOF PIC A VALUE 'N'.
       01 WS-RUN-CYCLE-CNT PIC 9(10) VALUE ZERO.
       01 WS-RUN-REJECT-CNT PIC 9(10) VALUE ZERO.
       01 WS-RUN-MAX-SUCC PIC 9(10) VALUE ZERO.
       01 WS-RUN-PAGE-HOLD-CNT PIC 9(10) VALUE ZERO.
       01 WS-RUN-UNDEC-CNT PIC 9(10) VALUE ZERO.
       01 WS-RUN-MID-UNDEC-CNT PIC 9(10) VALUE ZERO.
       01 WS-RUN-MOVED-CNT PIC 9(10) VALUE ZERO.
       01 WS-CLS-FWD PIC 9(10) OCCURS 3 TIMES VALUE ZERO.
      *> One entry per feed envelope's reconciliation block on
      *> RPTOUT (a FEED SOURCE label opens the next one) -- a
                     10 WS-RB-TOPSORT-CNT PIC 9(10).
                     10 WS-RB-CYCLE-CNT PIC 9(10).
                     10 WS-RB-REJECT-CNT PIC 9(10).
                     10 WS-RB-PAGE-HOLD-CNT PIC 9(10).
                     10 WS-RB-UNDEC-CNT PIC 9(10).
                     10 WS-RB-MID-UNDEC-CNT PIC 9(10).
                     10 WS-RB-MOVED-CNT PIC 9(10).
       78 WS-MAX-BATCHES VALUE 50.
       01 WS-BATCH-CNT PIC 99 VALUE 0.
       01 WS-B PIC 99.
       01 WS-YDAY-CYCLE-CNT PIC 9(6) VALUE ZERO.
       01 WS-YDAY-REJECT-CNT PIC 9(6) VALUE ZERO.
       01 WS-DELTA PIC S9(10) VALUE ZERO.
      *> Middle pages off DTLIN, indexed directly by page number:
      *> how many updates went forward with it in the middle, and the
      *> title DTLOUT carried for it (the last one seen wins; titles
      *> only differ where a department overrides the house entry).
       01 WS-DTL-EOF PIC A VALUE 'N'.
       01 WS-DTL-READ-CNT PIC 9(6) VALUE 0.
       01 WS-MID-TABLE.
              05 WS-MID-ENTRY OCCURS 999 TIMES.
                     10 WS-MID-CNT PIC 9(6) VALUE ZERO.
                     10 WS-MID-TITLE PIC X(30) VALUE SPACES.
       01 WS-P PIC 9(4).
      *> Page-list section. Titles come off the catalog in key order,
      *> so the house-wide entry (department SPACES) is seen before
      *> any department's override of it and the override wins --
      *> the same view APPLY-PAGE-CATALOG in 5.cbl gives each deck.
       01 WS-PARM-EOF PIC A VALUE 'N'.
       01 WS-PAGE-LISTS PIC A VALUE 'N'.
       01 WS-PAGECAT-STATUS PIC XX.
       01 WS-PAGECAT-EOF PIC A VALUE 'N'.
       01 WS-PAGE-CAT-TABLE.
              05 WS-PAGE-CAT-ENTRY OCCURS 5000 TIMES.
                     10 WS-PC-DEPT PIC X(8).
                     10 WS-PC-PAGE PIC 999.
                     10 WS-PC-TITLE PIC X(30).
       78 WS-MAX-PAGE-CAT VALUE 5000.
       01 WS-PAGE-CAT-CNT PIC 9(4) VALUE 0.
       01 WS-PC PIC 9(4).
       01 WS-LP PIC 9(4).
       01 WS-LOOK-PAGE PIC 999.
       01 WS-LOOK-TITLE PIC X(30).
       01 WS-UPD-HDG.
              05 FILLER PIC X(7) VALUE 'UPDATE '.
              05 WS-UH-LINE-NUM PIC X(6).
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(11) VALUE 'DEPARTMENT '.
              05 WS-UH-DEPT PIC X(8).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-UH-STATUS PIC X(21).
       01 WS-LIST-COLHEAD.
              05 FILLER PIC X(8) VALUE '  SEQ   '.
              05 FILLER PIC X(38) VALUE 'AS RECEIVED'.
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(12) VALUE 'AS FORWARDED'.
       01 WS-LIST-LINE.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-LL-SEQ PIC ZZ9.
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-LL-ORIG-PAGE PIC X(3).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-LL-ORIG-TITLE PIC X(30).
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-LL-CORR-PAGE PIC X(3).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-LL-CORR-TITLE PIC X(30).
       01 WS-MID-LINE.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-ML-PAGE PIC 999.
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-ML-TITLE PIC X(30).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-ML-CNT PIC Z(5)9.
      *> Pagination state. Sixty print lines to the page; every
      *> section opens a fresh page anyway, so the counter only
      *> guards a section outgrowing one.
              05 FILLER PIC X(15) VALUE 'PRIORITY CLASS '.
              05 WS-BH-CLASS PIC X(10).

      *> Operations-log bookkeeping for WRITE-OPLOG-START/-END: the
      *> load module name the JCL EXECs, when this step started, and
      *> how many records it read and wrote.
       78 WS-OPLOG-PROGRAM VALUE 'AOCD05RP'.
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
           PERFORM LOAD-RPTOUT
           PERFORM LOAD-YESTERDAY
           PERFORM LOAD-MIDDLE-PAGES
           PERFORM READ-REPORT-PARM
           IF WS-PAGE-LISTS = 'Y'
              PERFORM LOAD-PAGE-CATALOG
           END-IF

           OPEN OUTPUT FINAL-REPORT
           PERFORM WRITE-SUMMARY-PAGE
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BATCH-CNT
              PERFORM WRITE-BATCH-PAGE
           END-PERFORM
           IF WS-DTL-READ-CNT > 0
              PERFORM WRITE-MIDDLE-PAGE-SECTION
           END-IF
           IF WS-PAGE-LISTS = 'Y' AND WS-DTL-READ-CNT > 0
              PERFORM WRITE-PAGE-LIST-SECTION
           END-IF
           CLOSE FINAL-REPORT

           PERFORM WRITE-OPS-SUMMARY

           DISPLAY 'Batch sections: ' WS-BATCH-CNT.
           DISPLAY 'Pages written:  ' WS-PAGE-NUM.
           PERFORM WRITE-OPLOG-END
           STOP RUN.

      *> Read the whole label/value stream into the run fields and
                     AT END
                            MOVE 'Y' TO WS-RPT-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM ROUTE-RPT-RECORD
           END-PERFORM
           CLOSE RPT-IN.
                 DISPLAY 'More than ' WS-MAX-BATCHES
                    ' batch sections on RPTIN; raise WS-MAX-BATCHES'
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-OPLOG-END
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-IN-BATCH
                 MOVE WS-VAL-NUM TO WS-RUN-REJECT-CNT
              WHEN 'MAX SUCCESSORS'
                 MOVE WS-VAL-NUM TO WS-RUN-MAX-SUCC
              WHEN 'PAGE HOLDS'
                 MOVE WS-VAL-NUM TO WS-RUN-PAGE-HOLD-CNT
              WHEN 'ORDER UNDECIDED'
                 MOVE WS-VAL-NUM TO WS-RUN-UNDEC-CNT
              WHEN 'MIDDLE UNDECIDED'
                 MOVE WS-VAL-NUM TO WS-RUN-MID-UNDEC-CNT
              WHEN 'PAGES MOVED'
                 MOVE WS-VAL-NUM TO WS-RUN-MOVED-CNT
              WHEN 'CLASS 1 FWD'
                 MOVE WS-VAL-NUM TO WS-CLS-FWD(1)
              WHEN 'CLASS 2 FWD'
                    DISPLAY 'More than ' WS-MAX-FEEDS
                       ' feed blocks on RPTIN; raise WS-MAX-FEEDS'
                    MOVE 16 TO RETURN-CODE
                    PERFORM WRITE-OPLOG-END
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-FEED-CNT
                 MOVE WS-VAL-NUM TO WS-RB-CYCLE-CNT(WS-BATCH-CNT)
              WHEN 'REJECT COUNT'
                 MOVE WS-VAL-NUM TO WS-RB-REJECT-CNT(WS-BATCH-CNT)
              WHEN 'PAGE HOLDS'
                 MOVE WS-VAL-NUM TO WS-RB-PAGE-HOLD-CNT(WS-BATCH-CNT)
              WHEN 'ORDER UNDECIDED'
                 MOVE WS-VAL-NUM TO WS-RB-UNDEC-CNT(WS-BATCH-CNT)
              WHEN 'MIDDLE UNDECIDED'
                 MOVE WS-VAL-NUM TO WS-RB-MID-UNDEC-CNT(WS-BATCH-CNT)
              WHEN 'PAGES MOVED'
                 MOVE WS-VAL-NUM TO WS-RB-MOVED-CNT(WS-BATCH-CNT)
           END-EVALUATE.

      *> Zero-suppressed number back to a number: leading spaces to
                     AT END
                            MOVE 'Y' TO WS-HIST-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM SIFT-HISTORY-RECORD
           END-PERFORM
           CLOSE RUN-HISTORY.
              MOVE RH-REJECT-CNT TO WS-YDAY-REJECT-CNT
           END-IF.

      *> Tally the middle page of every update on STEP01's detail
      *> listing. A line whose page field isn't numeric (a listing
      *> cut before the field existed) is skipped.
       LOAD-MIDDLE-PAGES.
           OPEN INPUT DETAIL-IN
           PERFORM UNTIL WS-DTL-EOF = 'Y'
              READ DETAIL-IN
                     AT END
                            MOVE 'Y' TO WS-DTL-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            IF DIN-MID-PAGE IS NUMERIC
                               AND DIN-MID-PAGE > 0
                               ADD 1 TO WS-DTL-READ-CNT
                               ADD 1 TO WS-MID-CNT(DIN-MID-PAGE)
                               MOVE DIN-MID-TITLE
                                  TO WS-MID-TITLE(DIN-MID-PAGE)
                            END-IF
           END-PERFORM
           CLOSE DETAIL-IN.

      *> The option card. A value other than Y, N or blank is named
      *> on SYSOUT and leaves the section off -- the report itself
      *> still goes out.
       READ-REPORT-PARM.
           OPEN INPUT REPORT-PARM
           READ REPORT-PARM
                  AT END
                         MOVE 'Y' TO WS-PARM-EOF
           END-READ
           CLOSE REPORT-PARM
           IF WS-PARM-EOF = 'Y'
              EXIT PARAGRAPH
           END-IF
           EVALUATE PARM-PAGE-LISTS
              WHEN 'Y'
                 MOVE 'Y' TO WS-PAGE-LISTS
              WHEN 'N'
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'RPTPARM page-list option not Y or N: '
                    PARM-PAGE-LISTS '; page lists left off'
           END-EVALUATE.

      *> Pull the catalog's titles in key order; a hard stop on
      *> overflow, same as the tables above.
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
           MOVE PAGECAT-TITLE TO WS-PC-TITLE(WS-PAGE-CAT-CNT).

       NEW-PAGE.
           ADD 1 TO WS-PAGE-NUM
           MOVE ZERO TO WS-LINE-CNT
              PERFORM NEW-PAGE
           END-IF
           WRITE FINAL-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           ADD 1 TO WS-LINE-CNT.

      *> Page one: the verdicts first -- the reader must not have to
           MOVE WS-CALLOUT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

      *> Corrected updates the rules didn't fully order went out in
      *> an order (and, for some, with a middle page) that is an
      *> accident of input order -- the rule owners need to know.
           MOVE SPACES TO WS-CALLOUT-LINE
           MOVE 'UNDECIDED ORDER:' TO WS-CO-TEXT
           EVALUATE TRUE
              WHEN WS-RUN-UNDEC-CNT = 0
                 MOVE 'NONE' TO WS-CO-VALUE
              WHEN WS-RUN-MID-UNDEC-CNT = 0
                 MOVE 'SEE EXCPOUT UNORDER / UNPAIR' TO WS-CO-VALUE
              WHEN OTHER
                 MOVE 'MIDDLE PAGE GUESSED - SEE EXCPOUT UNPAIR'
                    TO WS-CO-VALUE
           END-EVALUATE
           MOVE WS-CALLOUT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'RUN TOTALS' TO WS-PRINT-LINE
           MOVE ZERO TO WS-DELTA
           PERFORM WRITE-TOTAL-LINE

           MOVE 'PAGE HOLDS' TO WS-TL-LABEL
           MOVE WS-RUN-PAGE-HOLD-CNT TO WS-TL-TODAY
           MOVE ZERO TO WS-TL-YDAY
           MOVE ZERO TO WS-DELTA
           PERFORM WRITE-TOTAL-LINE

           MOVE 'ORDER UNDECIDED' TO WS-TL-LABEL
           MOVE WS-RUN-UNDEC-CNT TO WS-TL-TODAY
           MOVE ZERO TO WS-TL-YDAY
           MOVE ZERO TO WS-DELTA
           PERFORM WRITE-TOTAL-LINE

           MOVE 'MIDDLE UNDECIDED' TO WS-TL-LABEL
           MOVE WS-RUN-MID-UNDEC-CNT TO WS-TL-TODAY
           MOVE ZERO TO WS-TL-YDAY
           MOVE ZERO TO WS-DELTA
           PERFORM WRITE-TOTAL-LINE

           MOVE 'PAGES MOVED' TO WS-TL-LABEL
           MOVE WS-RUN-MOVED-CNT TO WS-TL-TODAY
           MOVE ZERO TO WS-TL-YDAY
           MOVE ZERO TO WS-DELTA
           PERFORM WRITE-TOTAL-LINE

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'FORWARDED TO PRINT, BY PRIORITY CLASS'
           PERFORM WRITE-BATCH-LINE
           MOVE 'REJECT COUNT' TO WS-TL-LABEL
           MOVE WS-RB-REJECT-CNT(WS-B) TO WS-TL-TODAY
           PERFORM WRITE-BATCH-LINE
           MOVE 'PAGE HOLDS' TO WS-TL-LABEL
           MOVE WS-RB-PAGE-HOLD-CNT(WS-B) TO WS-TL-TODAY
           PERFORM WRITE-BATCH-LINE
           MOVE 'ORDER UNDECIDED' TO WS-TL-LABEL
           MOVE WS-RB-UNDEC-CNT(WS-B) TO WS-TL-TODAY
           PERFORM WRITE-BATCH-LINE
           MOVE 'MIDDLE UNDECIDED' TO WS-TL-LABEL
           MOVE WS-RB-MID-UNDEC-CNT(WS-B) TO WS-TL-TODAY
           PERFORM WRITE-BATCH-LINE
           MOVE 'PAGES MOVED' TO WS-TL-LABEL
           MOVE WS-RB-MOVED-CNT(WS-B) TO WS-TL-TODAY
           PERFORM WRITE-BATCH-LINE.

      *> Batch lines reuse the total-line layout with the comparison
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> Closing section: every page that went forward as an update's
      *> middle page, in page order, with its catalog title and how
      *> many updates it scored for -- Part 1/Part 2 in words.
       WRITE-MIDDLE-PAGE-SECTION.
           PERFORM NEW-PAGE
           MOVE 'MIDDLE PAGES FORWARDED' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 999
              IF WS-MID-CNT(WS-P) > 0
                 MOVE WS-P TO WS-ML-PAGE
                 MOVE WS-MID-TITLE(WS-P) TO WS-ML-TITLE
                 IF WS-ML-TITLE = SPACES
                    MOVE '(NO CATALOG TITLE)' TO WS-ML-TITLE
                 END-IF
                 MOVE WS-MID-CNT(WS-P) TO WS-ML-CNT
                 MOVE WS-MID-LINE TO WS-PRINT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

      *> Optional closing section: DTLIN read a second time, each
      *> update under its line number and department with its pages
      *> side by side -- the order the sender keyed and, for one
      *> that needed correcting, the order it went forward in --
      *> every page with its title as the update's department sees
      *> the catalog.
       WRITE-PAGE-LIST-SECTION.
           PERFORM NEW-PAGE
           MOVE 'UPDATE PAGE LISTS WITH CATALOG TITLES' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-DTL-EOF
           OPEN INPUT DETAIL-IN
           PERFORM UNTIL WS-DTL-EOF = 'Y'
              READ DETAIL-IN
                     AT END
                            MOVE 'Y' TO WS-DTL-EOF
                     NOT AT END
                            ADD 1 TO WS-OPLOG-READ-CNT
                            PERFORM WRITE-UPDATE-PAGE-LIST
           END-PERFORM
           CLOSE DETAIL-IN.

       WRITE-UPDATE-PAGE-LIST.
           IF DIN-LINE-NUM IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE DIN-LINE-NUM TO WS-UH-LINE-NUM
           MOVE DIN-DEPT TO WS-UH-DEPT
           IF DIN-CORRECT-FLAG = 'N'
              MOVE 'CORRECTED' TO WS-UH-STATUS
           ELSE
              MOVE 'FORWARDED AS RECEIVED' TO WS-UH-STATUS
           END-IF
           MOVE WS-UPD-HDG TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LIST-COLHEAD TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-LP FROM 1 BY 1
                   UNTIL WS-LP > 250
                      OR DIN-ORIG-PAGE(WS-LP) = SPACES
              MOVE WS-LP TO WS-LL-SEQ
              MOVE DIN-ORIG-PAGE(WS-LP) TO WS-LL-ORIG-PAGE
              MOVE DIN-ORIG-PAGE(WS-LP) TO WS-LOOK-PAGE
              PERFORM FIND-PAGE-TITLE
              MOVE WS-LOOK-TITLE TO WS-LL-ORIG-TITLE
              IF DIN-CORRECT-FLAG = 'N'
                 MOVE DIN-CORR-PAGE(WS-LP) TO WS-LL-CORR-PAGE
                 MOVE DIN-CORR-PAGE(WS-LP) TO WS-LOOK-PAGE
                 PERFORM FIND-PAGE-TITLE
                 MOVE WS-LOOK-TITLE TO WS-LL-CORR-TITLE
              ELSE
                 MOVE '"' TO WS-LL-CORR-PAGE
                 MOVE SPACES TO WS-LL-CORR-TITLE
              END-IF
              MOVE WS-LIST-LINE TO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> Last match in key order wins: the house-wide title, then the
      *> update's own department's override if it has one.
       FIND-PAGE-TITLE.
           MOVE '(NO CATALOG TITLE)' TO WS-LOOK-TITLE
           PERFORM VARYING WS-PC FROM 1 BY 1
                   UNTIL WS-PC > WS-PAGE-CAT-CNT
              IF WS-PC-PAGE(WS-PC) = WS-LOOK-PAGE
                 AND (WS-PC-DEPT(WS-PC) = SPACES
                      OR WS-PC-DEPT(WS-PC) = DIN-DEPT)
                 MOVE WS-PC-TITLE(WS-PC) TO WS-LOOK-TITLE
              END-IF
           END-PERFORM.

      *> The one-page morning turnover sheet: what ran, whether to
      *> trust it, and what needs a human -- nothing else.
       WRITE-OPS-SUMMARY.
                  WS-HDG-RUN-DATE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           WRITE OPS-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           PERFORM VARYING WS-FD FROM 1 BY 1
                   UNTIL WS-FD > WS-FEED-CNT
                     WS-RF-DUP(WS-FD) DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              WRITE OPS-LINE FROM WS-PRINT-LINE
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           WRITE OPS-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE ZERO TO WS-TL-YDAY
           MOVE ZERO TO WS-TL-CHANGE
           MOVE WS-RUN-UPDATE-CNT TO WS-TL-TODAY
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           WRITE OPS-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'FWD RUSH' TO WS-TL-LABEL
           MOVE WS-CLS-FWD(1) TO WS-TL-TODAY
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           WRITE OPS-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'FWD STANDARD' TO WS-TL-LABEL
           MOVE WS-CLS-FWD(2) TO WS-TL-TODAY
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           WRITE OPS-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'FWD DEFERRED' TO WS-TL-LABEL
           MOVE WS-CLS-FWD(3) TO WS-TL-TODAY
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           WRITE OPS-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'REJECTS' TO WS-TL-LABEL
           MOVE WS-RUN-REJECT-CNT TO WS-TL-TODAY
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           WRITE OPS-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'CYCLES TO SUSP' TO WS-TL-LABEL
           MOVE WS-RUN-CYCLE-CNT TO WS-TL-TODAY
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           WRITE OPS-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT
           MOVE 'PAGE HOLDS' TO WS-TL-LABEL
           MOVE WS-RUN-PAGE-HOLD-CNT TO WS-TL-TODAY
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           WRITE OPS-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           MOVE SPACES TO WS-PRINT-LINE
           WRITE OPS-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-OPLOG-WRITE-CNT

           PERFORM VARYING WS-FD FROM 1 BY 1
                   UNTIL WS-FD > WS-FEED-CNT
                        DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                 WRITE OPS-LINE FROM WS-PRINT-LINE
                 ADD 1 TO WS-OPLOG-WRITE-CNT
              END-IF
              IF WS-RF-DUP(WS-FD) = 'DUPLICATE'
                 MOVE SPACES TO WS-PRINT-LINE
                        DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                 WRITE OPS-LINE FROM WS-PRINT-LINE
                 ADD 1 TO WS-OPLOG-WRITE-CNT
              END-IF
           END-PERFORM
           IF WS-RUN-CYCLE-CNT > 0
              MOVE 'ACTION: CYCLIC UPDATES SUSPENDED - FIX RULES'
                 TO WS-PRINT-LINE
              WRITE OPS-LINE FROM WS-PRINT-LINE
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-IF
           IF WS-RUN-REJECT-CNT > 0
              MOVE 'ACTION: REJECTED LINES ON REJOUT - REVIEW'
                 TO WS-PRINT-LINE
              WRITE OPS-LINE FROM WS-PRINT-LINE
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-IF
           IF WS-RUN-PAGE-HOLD-CNT > 0
              MOVE 'ACTION: UPDATES HELD ON PAGE CATALOG - SEE SUSPRPT'
                 TO WS-PRINT-LINE
              WRITE OPS-LINE FROM WS-PRINT-LINE
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-IF
           IF WS-RUN-MID-UNDEC-CNT > 0
              MOVE 'ACTION: MIDDLE PAGE UNDECIDED BY RULES - KEY RULES'
                 TO WS-PRINT-LINE
              WRITE OPS-LINE FROM WS-PRINT-LINE
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-IF
           IF WS-BAD-FEED-CNT = 0
              AND WS-RUN-CYCLE-CNT = 0 AND WS-RUN-REJECT-CNT = 0
              AND WS-RUN-PAGE-HOLD-CNT = 0
              AND WS-RUN-MID-UNDEC-CNT = 0
              MOVE 'NO ACTION REQUIRED' TO WS-PRINT-LINE
              WRITE OPS-LINE FROM WS-PRINT-LINE
              ADD 1 TO WS-OPLOG-WRITE-CNT
           END-IF

           CLOSE OPS-SUMMARY.

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
