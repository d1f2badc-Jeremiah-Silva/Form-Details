      *****************************************************************
      * Program name:    FORM Keying Quality Report
      * Original author: Jeremiah Silva
      *
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 JEREMIAH SILVA Created for the supervisors' retraining
      *                         and monthly data-entry SLA reviews,
      *                         which were counting rejects off the
      *                         FORMTREJ printout: for every batch
      *                         keyed in the week, by keying operator
      *                         and batch number, the transactions
      *                         keyed, the rejects by reason code off
      *                         the FORMKSTA statistics FRMTREDT
      *                         files, what FORMSUSP still holds open
      *                         from the batch and the average days
      *                         its resubmitted items took to clear,
      *                         with a total per operator and for the
      *                         week. An optional KEYQCTL card gives
      *                         another date range
      * 15/10/26 JEREMIAH SILVA The processing date is now the open
      *                         business date on BUSDATE instead of the
      *                         system clock, so a window that runs past
      *                         midnight or a rerun next morning posts
      *                         to the business day it belongs to; with
      *                         no open business date the run is refused
      *                         with return code eight, and the report
      *                         heading prints the business date
      * 15/10/26 JEREMIAH SILVA The KEYQCTL window dates must now be
      *                         real calendar dates, month 01-12 and day
      *                         01-31, as well as numeric, so a mistyped
      *                         date stops the run instead of reporting
      *                         an empty window
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMKEYQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYING-STATS-FILE  ASSIGN TO 'FORMKSTA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-KSTA.
           SELECT SUSPENSE-FILE      ASSIGN TO 'FORMSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUSP.
           SELECT CONTROL-CARD-FILE  ASSIGN TO 'KEYQCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT STATS-SORT-FILE    ASSIGN TO 'FRMKEYQW'.
           SELECT KEYQ-RPT-FILE      ASSIGN TO 'KEYQRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYING-STATS-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEYING-STATS-RECORD.
           05 KSTA-RUN-DATE             PIC 9(08).
           05 KSTA-BATCH-DATE           PIC 9(08).
           05 KSTA-OPERATOR-ID          PIC X(08).
           05 KSTA-BATCH-NUMBER         PIC 9(06).
           05 KSTA-KEYED                PIC 9(07).
           05 KSTA-ACCEPTED             PIC 9(07).
           05 KSTA-REJECTED             PIC 9(07).
           05 KSTA-REJ-BY-REASON        PIC 9(05) OCCURS 12 TIMES.
           05 FILLER                    PIC X(09).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           05 SUSP-STATUS               PIC X(01).
               88 SUSP-IS-OPEN                VALUE 'O'.
               88 SUSP-IS-RESUBMITTED         VALUE 'R'.
           05 SUSP-REJECT-DATE          PIC 9(08).
           05 SUSP-BATCH-DATE           PIC 9(08).
           05 SUSP-REASON-CODE          PIC X(02).
           05 SUSP-TRAN-CODE            PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==SUSP-FORM-DATA==.
           05 SUSP-OPERATOR-ID          PIC X(08).
           05 SUSP-BATCH-NUMBER         PIC 9(06).
           05 SUSP-CLEAR-DATE           PIC 9(08).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 KQ-DATE-FROM              PIC X(08).
           05 KQ-DATE-TO                PIC X(08).
           05 FILLER                    PIC X(64).

       SD  STATS-SORT-FILE.
       01  STATS-SORT-RECORD.
           05 SS-OPERATOR-ID            PIC X(08).
           05 SS-BATCH-NUMBER           PIC 9(06).
           05 SS-BATCH-DATE             PIC 9(08).
           05 SS-RUN-DATE               PIC 9(08).
           05 SS-KEYED                  PIC 9(07).
           05 SS-REJECTED               PIC 9(07).
           05 SS-REJ-BY-REASON          PIC 9(05) OCCURS 12 TIMES.

       FD  KEYQ-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEYQ-RPT-RECORD              PIC X(132).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-KSTA            PIC XX.
               88 WS-FS-KSTA-OK          VALUE '00'.
           05 WS-FS-SUSP            PIC XX.
               88 WS-FS-SUSP-OK          VALUE '00'.
           05 WS-FS-CTL             PIC XX.
               88 WS-FS-CTL-OK           VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-RUN-ABORTED-SW     PIC X(01)   VALUE 'N'.
               88 WS-RUN-ABORTED         VALUE 'Y'.
           05 WS-EOF-KSTA-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-KSTA            VALUE 'Y'.
           05 WS-EOF-SUSP-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-SUSP            VALUE 'Y'.
           05 WS-EOF-SORT-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-SORT            VALUE 'Y'.
           05 WS-HELD-STATS-SW      PIC X(01)   VALUE 'N'.
               88 WS-HELD-STATS          VALUE 'Y'.
           05 WS-BATCH-FOUND-SW     PIC X(01)   VALUE 'N'.
               88 WS-BATCH-FOUND         VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.
           05 WS-DATE-VALID-SW      PIC X(01)   VALUE 'N'.
               88 WS-DATE-VALID          VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-STATS-READ         PIC 9(07)   VALUE ZEROS.
           05 WS-STATS-SELECTED     PIC 9(07)   VALUE ZEROS.
           05 WS-SUSP-READ          PIC 9(07)   VALUE ZEROS.
           05 WS-SUSP-MATCHED       PIC 9(07)   VALUE ZEROS.

       01 WS-SELECTION.
           05 WS-SEL-DATE-FROM      PIC 9(08)   VALUE ZEROS.
           05 WS-SEL-DATE-TO        PIC 9(08)   VALUE ZEROS.
       01 WS-STATS-DATE             PIC 9(08)   VALUE ZEROS.

      * A window date off the card, split for the range check
       01 WS-CHECK-DATE.
           05 WS-CHK-CCYY           PIC 9(04).
           05 WS-CHK-MM             PIC 99.
           05 WS-CHK-DD             PIC 99.
       01 WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
                                    PIC 9(08).

      * The latest statistics record for one operator and batch: a
      * batch edited more than once reports as its last edit.
       01 WS-HELD-STATS-RECORD.
           05 WS-HELD-OPERATOR-ID   PIC X(08).
           05 WS-HELD-BATCH-NUMBER  PIC 9(06).
           05 WS-HELD-BATCH-DATE    PIC 9(08).
           05 FILLER                PIC X(82).

       77 WS-MAX-REASON             PIC 9(02)   VALUE 12.
       77 WS-R                      PIC 9(02)   VALUE ZEROS.

       77 WS-MAX-BATCH-TABLE        PIC 9(03)   VALUE 500.
       77 WS-BATCH-COUNT            PIC 9(03)   VALUE ZEROS.
       77 WS-B                      PIC 9(03)   VALUE ZEROS.

       01 WS-BATCH-TABLE.
           05 WS-BAT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BATCH-COUNT
                   INDEXED BY WS-BAT-IDX.
               07 WS-BAT-OPERATOR-ID    PIC X(08).
               07 WS-BAT-BATCH-NUMBER   PIC 9(06).
               07 WS-BAT-BATCH-DATE     PIC 9(08).
               07 WS-BAT-KEYED          PIC 9(07).
               07 WS-BAT-REJECTED       PIC 9(07).
               07 WS-BAT-REJ-BY-REASON  PIC 9(05) OCCURS 12 TIMES.
               07 WS-BAT-OPEN           PIC 9(05).
               07 WS-BAT-CLEARED        PIC 9(05).
               07 WS-BAT-CLEAR-DAYS     PIC 9(07).

      * Accumulators for one operator's batches and for the week;
      * both laid out like one batch table entry's counts.
       01 WS-OPER-TOTALS.
           05 WS-OT-KEYED           PIC 9(07).
           05 WS-OT-REJECTED        PIC 9(07).
           05 WS-OT-REJ-BY-REASON   PIC 9(05) OCCURS 12 TIMES.
           05 WS-OT-OPEN            PIC 9(05).
           05 WS-OT-CLEARED         PIC 9(05).
           05 WS-OT-CLEAR-DAYS      PIC 9(07).
           05 WS-OT-BATCHES         PIC 9(05).

       01 WS-GRAND-TOTALS.
           05 WS-GT-KEYED           PIC 9(07).
           05 WS-GT-REJECTED        PIC 9(07).
           05 WS-GT-REJ-BY-REASON   PIC 9(05) OCCURS 12 TIMES.
           05 WS-GT-OPEN            PIC 9(05).
           05 WS-GT-CLEARED         PIC 9(05).
           05 WS-GT-CLEAR-DAYS      PIC 9(07).
           05 WS-GT-BATCHES         PIC 9(05).

       01 WS-PREV-OPERATOR          PIC X(08)   VALUE SPACES.

       01 WS-AGING-WORK.
           05 WS-REJECT-INT         PIC 9(07)   VALUE ZEROS.
           05 WS-CLEAR-INT          PIC 9(07)   VALUE ZEROS.
           05 WS-CLEAR-DAYS         PIC S9(05)  VALUE ZEROS.
           05 WS-AVG-DAYS           PIC 9(04)V9 VALUE ZEROS.
           05 WS-TODAY-INT          PIC 9(07)   VALUE ZEROS.

       01 WS-RUN-DATE.
           05 WS-RUN-CCYY             PIC 9(04).
           05 WS-RUN-MM               PIC 99.
           05 WS-RUN-DD               PIC 99.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                    PIC 9(08).

       77 WS-MAX-LINES-PER-PAGE     PIC 99      VALUE 50.

       01 WS-REPORT-CONTROL.
           05 WS-PAGE-NUMBER          PIC 9(04)  VALUE ZEROS.
           05 WS-LINES-ON-PAGE        PIC 99     VALUE 99.

       01 WS-RPT-LINE                 PIC X(132).

       01 WS-HEADER-LINE.
           05 FILLER                  PIC X(27)  VALUE
                  'FORM KEYING QUALITY REPORT'.
           05 FILLER                  PIC X(09)  VALUE
                  '  PERIOD '.
           05 WS-HDR-FROM             PIC 9(08).
           05 FILLER                  PIC X(04)  VALUE ' TO '.
           05 WS-HDR-TO               PIC 9(08).
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(09)  VALUE
                  '   PAGE: '.
           05 WS-HDR-PAGE             PIC ZZZ9.
           05 FILLER                  PIC X(37)  VALUE SPACES.

       01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(40)  VALUE
                  'OPERATOR  BATCH BAT DATE   KEYED REJECTS'.
           05 FILLER                  PIC X(40)  VALUE
                  '  R01  R02  R03  R04  R05  R06  R07  R08'.
           05 FILLER                  PIC X(40)  VALUE
                  '  R09  R10  R11  OTH  SUSP CLEARD AVG DY'.
           05 FILLER                  PIC X(12)  VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 DL-OPERATOR-ID          PIC X(08).
           05 FILLER                  PIC X(01).
           05 DL-BATCH-AREA.
               07 DL-BATCH-NUMBER         PIC Z(05)9.
               07 FILLER                  PIC X(01).
               07 DL-BATCH-DATE           PIC 9(08).
           05 DL-TOTAL-TEXT REDEFINES DL-BATCH-AREA
                                      PIC X(15).
           05 FILLER                  PIC X(01).
           05 DL-KEYED                PIC ZZZZZZ9.
           05 FILLER                  PIC X(01).
           05 DL-REJECTED             PIC ZZZZZZ9.
           05 DL-REASON-AREA OCCURS 12 TIMES.
               07 FILLER                  PIC X(01).
               07 DL-REASON-COUNT         PIC ZZZ9.
           05 FILLER                  PIC X(01).
           05 DL-OPEN                 PIC ZZZZ9.
           05 FILLER                  PIC X(02).
           05 DL-CLEARED              PIC ZZZZ9.
           05 FILLER                  PIC X(01).
           05 DL-AVG-DAYS             PIC ZZZ9.9.
           05 FILLER                  PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               SORT STATS-SORT-FILE
                   ON ASCENDING KEY SS-OPERATOR-ID  OF STATS-SORT-RECORD
                                    SS-BATCH-NUMBER OF STATS-SORT-RECORD
                                    SS-BATCH-DATE   OF STATS-SORT-RECORD
                                    SS-RUN-DATE     OF STATS-SORT-RECORD
                   INPUT PROCEDURE IS 2000-SELECT-STATISTICS
                   OUTPUT PROCEDURE IS 3000-LOAD-BATCH-TABLE
               PERFORM 4000-MATCH-SUSPENSE
               PERFORM 5000-PRINT-THE-REPORT
           END-IF
           PERFORM 9000-TERMINATE

           STOP RUN.

      *-----------------------------------------------------------*
      * 0500-GET-BUSINESS-DATE - the processing date is the open
      *                   business date on BUSDATE, not the clock,
      *                   so a window that runs past midnight or a
      *                   rerun next morning still posts to the day
      *                   it belongs to; no open date, no run
      *-----------------------------------------------------------*
       0500-GET-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE
           IF NOT WS-FS-BDTE-OK
               DISPLAY 'BUSINESS DATE FILE OPEN FAILED, STATUS '
                       WS-FS-BDTE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY 'BUSINESS DATE FILE IS EMPTY'
               END-READ
               IF WS-FS-BDTE-OK
                   IF BDTE-IS-OPEN AND BDTE-BUSINESS-DATE NUMERIC
                       MOVE BDTE-BUSINESS-DATE TO WS-RUN-DATE
                       SET WS-BDTE-OPEN TO TRUE
                   ELSE
                       DISPLAY 'BUSINESS DATE ' BDTE-BUSINESS-DATE
                               ' IS NOT OPEN'
                   END-IF
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF

           IF NOT WS-BDTE-OPEN
               DISPLAY 'NO OPEN BUSINESS DATE - RUN REFUSED'
           END-IF.

       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run date, the reporting period (the week
      *                   ending today unless a KEYQCTL card gives
      *                   one) and the report file
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
               TO WS-TODAY-INT

           MOVE WS-RUN-DATE-N TO WS-SEL-DATE-TO
           COMPUTE WS-SEL-DATE-FROM =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 6)

           PERFORM 1100-READ-CONTROL-CARD

           IF NOT WS-RUN-ABORTED
               OPEN OUTPUT KEYQ-RPT-FILE
               IF NOT WS-FS-RPT-OK
                   DISPLAY 'KEYING QUALITY REPORT OPEN FAILED, STATUS '
                           WS-FS-RPT
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF

           MOVE ZEROS TO WS-OPER-TOTALS
           MOVE ZEROS TO WS-GRAND-TOTALS.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-CONTROL-CARD - one optional card on KEYQCTL: a
      *                   CCYYMMDD date range, either end of which
      *                   may be spaces to keep the default week; a
      *                   date that is not numeric or has no such
      *                   month or day stops the run
      *-----------------------------------------------------------*
       1100-READ-CONTROL-CARD.

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-FS-CTL-OK
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KQ-DATE-FROM NOT = SPACES
                           MOVE 'N' TO WS-DATE-VALID-SW
                           IF KQ-DATE-FROM NUMERIC
                               MOVE KQ-DATE-FROM TO WS-CHECK-DATE
                               PERFORM 1110-CHECK-CARD-DATE
                           END-IF
                           IF WS-DATE-VALID
                               MOVE WS-CHECK-DATE-N TO WS-SEL-DATE-FROM
                           ELSE
                               DISPLAY 'FROM DATE NOT CCYYMMDD: '
                                       KQ-DATE-FROM
                               SET WS-RUN-ABORTED TO TRUE
                           END-IF
                       END-IF
                       IF KQ-DATE-TO NOT = SPACES
                           MOVE 'N' TO WS-DATE-VALID-SW
                           IF KQ-DATE-TO NUMERIC
                               MOVE KQ-DATE-TO TO WS-CHECK-DATE
                               PERFORM 1110-CHECK-CARD-DATE
                           END-IF
                           IF WS-DATE-VALID
                               MOVE WS-CHECK-DATE-N TO WS-SEL-DATE-TO
                           ELSE
                               DISPLAY 'TO DATE NOT CCYYMMDD: '
                                       KQ-DATE-TO
                               SET WS-RUN-ABORTED TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1110-CHECK-CARD-DATE - is the date in WS-CHECK-DATE a real
      *                   calendar month and day
      *-----------------------------------------------------------*
       1110-CHECK-CARD-DATE.

           IF WS-CHK-CCYY < 1900
                   OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'N' TO WS-DATE-VALID-SW
           ELSE
               SET WS-DATE-VALID TO TRUE
           END-IF.

       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SELECT-STATISTICS - sort input: every FORMKSTA record
      *                   for a batch keyed inside the period; the
      *                   batch date decides, or the edit date for
      *                   a batch that came without a header
      *-----------------------------------------------------------*
       2000-SELECT-STATISTICS.

           OPEN INPUT KEYING-STATS-FILE
           IF NOT WS-FS-KSTA-OK
               DISPLAY 'KEYING STATISTICS OPEN FAILED, STATUS '
                       WS-FS-KSTA ' - NOTHING TO REPORT'
           ELSE
               PERFORM 2100-READ-STATISTICS
               PERFORM 2200-RELEASE-ONE-STATS
                   UNTIL WS-EOF-KSTA
               CLOSE KEYING-STATS-FILE
           END-IF.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-READ-STATISTICS - read the next statistics record
      *-----------------------------------------------------------*
       2100-READ-STATISTICS.

           READ KEYING-STATS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-KSTA-SW
           END-READ.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-RELEASE-ONE-STATS - release the record to the sort
      *                   when its batch falls in the period
      *-----------------------------------------------------------*
       2200-RELEASE-ONE-STATS.

           ADD 1 TO WS-STATS-READ

           IF KSTA-BATCH-DATE NUMERIC AND KSTA-BATCH-DATE > ZERO
               MOVE KSTA-BATCH-DATE TO WS-STATS-DATE
           ELSE
               MOVE KSTA-RUN-DATE   TO WS-STATS-DATE
           END-IF

           IF WS-STATS-DATE NOT < WS-SEL-DATE-FROM
                   AND WS-STATS-DATE NOT > WS-SEL-DATE-TO
               ADD 1 TO WS-STATS-SELECTED
               MOVE KSTA-OPERATOR-ID  TO SS-OPERATOR-ID
               MOVE KSTA-BATCH-NUMBER TO SS-BATCH-NUMBER
               MOVE KSTA-BATCH-DATE   TO SS-BATCH-DATE
               MOVE KSTA-RUN-DATE     TO SS-RUN-DATE
               MOVE KSTA-KEYED        TO SS-KEYED
               MOVE KSTA-REJECTED     TO SS-REJECTED
               PERFORM 2210-MOVE-REASON-COUNT
                   VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-MAX-REASON
               RELEASE STATS-SORT-RECORD
           END-IF

           PERFORM 2100-READ-STATISTICS.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2210-MOVE-REASON-COUNT - carry one reason code's count onto
      *                   the sort record
      *-----------------------------------------------------------*
       2210-MOVE-REASON-COUNT.

           MOVE KSTA-REJ-BY-REASON (WS-R) TO SS-REJ-BY-REASON (WS-R).

       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LOAD-BATCH-TABLE - sort output: the records arrive by
      *                   operator, batch and edit date, so the last
      *                   one for a batch is its latest edit and the
      *                   one that goes in the table
      *-----------------------------------------------------------*
       3000-LOAD-BATCH-TABLE.

           PERFORM 3100-RETURN-STATS-SORT
           PERFORM 3200-HOLD-ONE-BATCH
               UNTIL WS-EOF-SORT
           IF WS-HELD-STATS
               PERFORM 3300-ADD-HELD-BATCH
           END-IF.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-RETURN-STATS-SORT - take the next record from the sort
      *-----------------------------------------------------------*
       3100-RETURN-STATS-SORT.

           RETURN STATS-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORT-SW
           END-RETURN.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-HOLD-ONE-BATCH - a new batch adds the one held before
      *                   it to the table; the same batch again
      *                   just replaces the held record
      *-----------------------------------------------------------*
       3200-HOLD-ONE-BATCH.

           IF WS-HELD-STATS
                   AND (SS-OPERATOR-ID  NOT = WS-HELD-OPERATOR-ID
                     OR SS-BATCH-NUMBER NOT = WS-HELD-BATCH-NUMBER
                     OR SS-BATCH-DATE   NOT = WS-HELD-BATCH-DATE)
               PERFORM 3300-ADD-HELD-BATCH
           END-IF

           MOVE STATS-SORT-RECORD TO WS-HELD-STATS-RECORD
           SET WS-HELD-STATS TO TRUE

           PERFORM 3100-RETURN-STATS-SORT.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-ADD-HELD-BATCH - one table entry for the held batch;
      *                   a full table is reported and the rest of
      *                   the period left off rather than misfiled
      *-----------------------------------------------------------*
       3300-ADD-HELD-BATCH.

           IF WS-BATCH-COUNT >= WS-MAX-BATCH-TABLE
               DISPLAY 'BATCH TABLE FULL AT ' WS-MAX-BATCH-TABLE
                       ' BATCHES - REMAINING BATCHES NOT REPORTED'
           ELSE
               MOVE WS-HELD-STATS-RECORD TO STATS-SORT-RECORD
               ADD 1 TO WS-BATCH-COUNT
               MOVE SS-OPERATOR-ID
                   TO WS-BAT-OPERATOR-ID (WS-BATCH-COUNT)
               MOVE SS-BATCH-NUMBER
                   TO WS-BAT-BATCH-NUMBER (WS-BATCH-COUNT)
               MOVE SS-BATCH-DATE
                   TO WS-BAT-BATCH-DATE (WS-BATCH-COUNT)
               MOVE SS-KEYED
                   TO WS-BAT-KEYED (WS-BATCH-COUNT)
               MOVE SS-REJECTED
                   TO WS-BAT-REJECTED (WS-BATCH-COUNT)
               PERFORM 3310-MOVE-REASON-COUNT
                   VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-MAX-REASON
               MOVE ZEROS TO WS-BAT-OPEN (WS-BATCH-COUNT)
               MOVE ZEROS TO WS-BAT-CLEARED (WS-BATCH-COUNT)
               MOVE ZEROS TO WS-BAT-CLEAR-DAYS (WS-BATCH-COUNT)
           END-IF

           MOVE 'N' TO WS-HELD-STATS-SW.

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3310-MOVE-REASON-COUNT - carry one reason code's count into
      *                   the table entry
      *-----------------------------------------------------------*
       3310-MOVE-REASON-COUNT.

           MOVE SS-REJ-BY-REASON (WS-R)
               TO WS-BAT-REJ-BY-REASON (WS-BATCH-COUNT, WS-R).

       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-MATCH-SUSPENSE - walk FORMSUSP and charge each item to
      *                   the batch it was keyed in: still open, or
      *                   resubmitted with the days it took; items
      *                   from batches outside the period are not
      *                   this week's concern
      *-----------------------------------------------------------*
       4000-MATCH-SUSPENSE.

           IF WS-BATCH-COUNT > ZERO
               OPEN INPUT SUSPENSE-FILE
               IF WS-FS-SUSP-OK
                   PERFORM 4100-READ-SUSPENSE
                   PERFORM 4200-CHARGE-ONE-ITEM
                       UNTIL WS-EOF-SUSP
                   CLOSE SUSPENSE-FILE
               ELSE
                   IF WS-FS-SUSP NOT = '35'
                       DISPLAY 'SUSPENSE OPEN FAILED, STATUS '
                               WS-FS-SUSP
                   END-IF
               END-IF
           END-IF.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-READ-SUSPENSE - read the next suspense item
      *-----------------------------------------------------------*
       4100-READ-SUSPENSE.

           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSP-SW
           END-READ.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-CHARGE-ONE-ITEM - find the item's batch and count it
      *                   open, or cleared with its days to clear
      *-----------------------------------------------------------*
       4200-CHARGE-ONE-ITEM.

           ADD 1 TO WS-SUSP-READ
           MOVE 'N' TO WS-BATCH-FOUND-SW

           SET WS-BAT-IDX TO 1
           SEARCH WS-BAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BAT-OPERATOR-ID (WS-BAT-IDX)
                           = SUSP-OPERATOR-ID
                    AND WS-BAT-BATCH-NUMBER (WS-BAT-IDX)
                           = SUSP-BATCH-NUMBER
                    AND WS-BAT-BATCH-DATE (WS-BAT-IDX)
                           = SUSP-BATCH-DATE
                   SET WS-BATCH-FOUND TO TRUE
           END-SEARCH

           IF WS-BATCH-FOUND
               ADD 1 TO WS-SUSP-MATCHED
               EVALUATE TRUE
                   WHEN SUSP-IS-OPEN
                       ADD 1 TO WS-BAT-OPEN (WS-BAT-IDX)
                   WHEN SUSP-IS-RESUBMITTED
                       PERFORM 4300-COUNT-DAYS-TO-CLEAR
               END-EVALUATE
           END-IF

           PERFORM 4100-READ-SUSPENSE.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-COUNT-DAYS-TO-CLEAR - days from the reject to the
      *                   resubmission, for the batch's average
      *-----------------------------------------------------------*
       4300-COUNT-DAYS-TO-CLEAR.

           IF SUSP-REJECT-DATE NUMERIC AND SUSP-REJECT-DATE > ZERO
                   AND SUSP-CLEAR-DATE NUMERIC
                   AND SUSP-CLEAR-DATE NOT < SUSP-REJECT-DATE
               MOVE FUNCTION INTEGER-OF-DATE(SUSP-REJECT-DATE)
                   TO WS-REJECT-INT
               MOVE FUNCTION INTEGER-OF-DATE(SUSP-CLEAR-DATE)
                   TO WS-CLEAR-INT
               SUBTRACT WS-REJECT-INT FROM WS-CLEAR-INT
                   GIVING WS-CLEAR-DAYS
               ADD 1 TO WS-BAT-CLEARED (WS-BAT-IDX)
               ADD WS-CLEAR-DAYS TO WS-BAT-CLEAR-DAYS (WS-BAT-IDX)
           END-IF.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PRINT-THE-REPORT - one line per batch in operator
      *                   order, a total line at each change of
      *                   operator, and the week's total
      *-----------------------------------------------------------*
       5000-PRINT-THE-REPORT.

           IF WS-BATCH-COUNT = ZERO
               PERFORM 8100-START-NEW-PAGE
               MOVE 'NO BATCHES KEYED IN THE PERIOD' TO WS-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               MOVE WS-BAT-OPERATOR-ID (1) TO WS-PREV-OPERATOR
               PERFORM 5100-PRINT-ONE-BATCH
                   VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BATCH-COUNT
               PERFORM 5300-PRINT-OPERATOR-TOTAL
               PERFORM 5400-PRINT-GRAND-TOTAL
           END-IF

           PERFORM 5500-PRINT-REASON-LEGEND.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-PRINT-ONE-BATCH - a change of operator closes off the
      *                   previous operator's total first
      *-----------------------------------------------------------*
       5100-PRINT-ONE-BATCH.

           IF WS-BAT-OPERATOR-ID (WS-B) NOT = WS-PREV-OPERATOR
               PERFORM 5300-PRINT-OPERATOR-TOTAL
               MOVE WS-BAT-OPERATOR-ID (WS-B) TO WS-PREV-OPERATOR
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-BAT-OPERATOR-ID (WS-B)  TO DL-OPERATOR-ID
           MOVE WS-BAT-BATCH-NUMBER (WS-B) TO DL-BATCH-NUMBER
           MOVE WS-BAT-BATCH-DATE (WS-B)   TO DL-BATCH-DATE
           MOVE WS-BAT-KEYED (WS-B)        TO DL-KEYED
           MOVE WS-BAT-REJECTED (WS-B)     TO DL-REJECTED
           PERFORM 5110-EDIT-BATCH-REASON
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-MAX-REASON
           MOVE WS-BAT-OPEN (WS-B)         TO DL-OPEN
           MOVE WS-BAT-CLEARED (WS-B)      TO DL-CLEARED
           MOVE ZEROS TO WS-AVG-DAYS
           IF WS-BAT-CLEARED (WS-B) > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-BAT-CLEAR-DAYS (WS-B) / WS-BAT-CLEARED (WS-B)
           END-IF
           MOVE WS-AVG-DAYS                TO DL-AVG-DAYS
           MOVE WS-DETAIL-LINE             TO WS-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE

           ADD WS-BAT-KEYED (WS-B)      TO WS-OT-KEYED
           ADD WS-BAT-REJECTED (WS-B)   TO WS-OT-REJECTED
           ADD WS-BAT-OPEN (WS-B)       TO WS-OT-OPEN
           ADD WS-BAT-CLEARED (WS-B)    TO WS-OT-CLEARED
           ADD WS-BAT-CLEAR-DAYS (WS-B) TO WS-OT-CLEAR-DAYS
           ADD 1                        TO WS-OT-BATCHES.

       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5110-EDIT-BATCH-REASON - one reason code's rejects onto the
      *                   detail line and into the operator total
      *-----------------------------------------------------------*
       5110-EDIT-BATCH-REASON.

           MOVE WS-BAT-REJ-BY-REASON (WS-B, WS-R)
               TO DL-REASON-COUNT (WS-R)
           ADD WS-BAT-REJ-BY-REASON (WS-B, WS-R)
               TO WS-OT-REJ-BY-REASON (WS-R).

       5110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5300-PRINT-OPERATOR-TOTAL - the operator's batches summed,
      *                   rolled into the week's total and cleared
      *-----------------------------------------------------------*
       5300-PRINT-OPERATOR-TOTAL.

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PREV-OPERATOR TO DL-OPERATOR-ID
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL '                       DELIMITED BY SIZE
                  WS-OT-BATCHES                  DELIMITED BY SIZE
                  ' BAT'                         DELIMITED BY SIZE
                  INTO DL-TOTAL-TEXT
           END-STRING
           MOVE WS-OT-KEYED      TO DL-KEYED
           MOVE WS-OT-REJECTED   TO DL-REJECTED
           PERFORM 5310-EDIT-OPERATOR-REASON
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-MAX-REASON
           MOVE WS-OT-OPEN       TO DL-OPEN
           MOVE WS-OT-CLEARED    TO DL-CLEARED
           MOVE ZEROS TO WS-AVG-DAYS
           IF WS-OT-CLEARED > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-OT-CLEAR-DAYS / WS-OT-CLEARED
           END-IF
           MOVE WS-AVG-DAYS      TO DL-AVG-DAYS
           MOVE WS-DETAIL-LINE   TO WS-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE

           ADD WS-OT-KEYED       TO WS-GT-KEYED
           ADD WS-OT-REJECTED    TO WS-GT-REJECTED
           ADD WS-OT-OPEN        TO WS-GT-OPEN
           ADD WS-OT-CLEARED     TO WS-GT-CLEARED
           ADD WS-OT-CLEAR-DAYS  TO WS-GT-CLEAR-DAYS
           ADD WS-OT-BATCHES     TO WS-GT-BATCHES
           MOVE ZEROS TO WS-OPER-TOTALS.

       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5310-EDIT-OPERATOR-REASON - one reason code's operator
      *                   total onto the line and into the week's
      *-----------------------------------------------------------*
       5310-EDIT-OPERATOR-REASON.

           MOVE WS-OT-REJ-BY-REASON (WS-R) TO DL-REASON-COUNT (WS-R)
           ADD WS-OT-REJ-BY-REASON (WS-R)
               TO WS-GT-REJ-BY-REASON (WS-R).

       5310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5400-PRINT-GRAND-TOTAL - every batch in the period
      *-----------------------------------------------------------*
       5400-PRINT-GRAND-TOTAL.

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ALL'            TO DL-OPERATOR-ID
           STRING 'TOTAL '                       DELIMITED BY SIZE
                  WS-GT-BATCHES                  DELIMITED BY SIZE
                  ' BAT'                         DELIMITED BY SIZE
                  INTO DL-TOTAL-TEXT
           END-STRING
           MOVE WS-GT-KEYED      TO DL-KEYED
           MOVE WS-GT-REJECTED   TO DL-REJECTED
           PERFORM 5410-EDIT-GRAND-REASON
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-MAX-REASON
           MOVE WS-GT-OPEN       TO DL-OPEN
           MOVE WS-GT-CLEARED    TO DL-CLEARED
           MOVE ZEROS TO WS-AVG-DAYS
           IF WS-GT-CLEARED > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-GT-CLEAR-DAYS / WS-GT-CLEARED
           END-IF
           MOVE WS-AVG-DAYS      TO DL-AVG-DAYS
           MOVE WS-DETAIL-LINE   TO WS-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5410-EDIT-GRAND-REASON - one reason code's week total onto
      *                   the line
      *-----------------------------------------------------------*
       5410-EDIT-GRAND-REASON.

           MOVE WS-GT-REJ-BY-REASON (WS-R) TO DL-REASON-COUNT (WS-R).

       5410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5500-PRINT-REASON-LEGEND - what the reason columns mean,
      *                   in FRMTREDT's own reason code order
      *-----------------------------------------------------------*
       5500-PRINT-REASON-LEGEND.

           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'R01 TRAN CODE NOT A/C/D  R02'    DELIMITED BY SIZE
                  ' KEY NOT NUMERIC  R03 CODE'      DELIMITED BY SIZE
                  ' COUNTRY LENGTH  R04 CODE'       DELIMITED BY SIZE
                  ' COUNTRY NOT NUMERIC'            DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'R05 NATIONAL NUMBER LENGTH  R06' DELIMITED BY SIZE
                  ' NATIONAL NUMBER NOT'            DELIMITED BY SIZE
                  ' NUMERIC  R07 POSTCODE 1 BLANK ' DELIMITED BY SIZE
                  ' R08 POSTCODE 2 BLANK'           DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'R09 OCCUPATION BLANK  R10'       DELIMITED BY SIZE
                  ' COUNTRY CODE NOT ON DIALREF R11' DELIMITED BY SIZE
                  ' PHONE LENGTH BAD FOR COUNTRY '  DELIMITED BY SIZE
                  ' OTH ANY OTHER'                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SUSP = STILL OPEN ON FORMSUSP '  DELIMITED BY SIZE
                  ' CLEARD = RESUBMITTED  AVG'      DELIMITED BY SIZE
                  ' DY = AVERAGE DAYS FROM REJECT'  DELIMITED BY SIZE
                  ' TO RESUBMISSION'                DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-REPORT-LINE - write WS-RPT-LINE, starting a new
      *                   page first when this one is full
      *-----------------------------------------------------------*
       8000-WRITE-REPORT-LINE.

           IF WS-LINES-ON-PAGE > WS-MAX-LINES-PER-PAGE
               PERFORM 8100-START-NEW-PAGE
           END-IF
           WRITE KEYQ-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-START-NEW-PAGE - page heading with the period, run
      *                   date and page number, then the column
      *                   headings
      *-----------------------------------------------------------*
       8100-START-NEW-PAGE.

           ADD 1 TO WS-PAGE-NUMBER

           MOVE WS-SEL-DATE-FROM TO WS-HDR-FROM
           MOVE WS-SEL-DATE-TO   TO WS-HDR-TO
           MOVE WS-RUN-MM        TO WS-HDR-MM
           MOVE WS-RUN-DD        TO WS-HDR-DD
           MOVE WS-RUN-CCYY      TO WS-HDR-CCYY
           MOVE WS-PAGE-NUMBER   TO WS-HDR-PAGE

           WRITE KEYQ-RPT-RECORD FROM WS-HEADER-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO KEYQ-RPT-RECORD
           WRITE KEYQ-RPT-RECORD AFTER ADVANCING 1 LINE
           WRITE KEYQ-RPT-RECORD FROM WS-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO KEYQ-RPT-RECORD
           WRITE KEYQ-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINES-ON-PAGE.

       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - totals and close
      *-----------------------------------------------------------*
       9000-TERMINATE.

           IF WS-FS-RPT-OK
               CLOSE KEYQ-RPT-FILE
           END-IF

           DISPLAY 'STATISTICS READ: ' WS-STATS-READ
           DISPLAY 'IN PERIOD......: ' WS-STATS-SELECTED
           DISPLAY 'BATCHES........: ' WS-BATCH-COUNT
           DISPLAY 'SUSPENSE READ..: ' WS-SUSP-READ
           DISPLAY 'SUSPENSE HITS..: ' WS-SUSP-MATCHED

           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.

       END PROGRAM FRMKEYQ.
