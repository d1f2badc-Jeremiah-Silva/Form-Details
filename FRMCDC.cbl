      *****************************************************************
      * Program name:    FORM-MASTER Daily Change-Data Feed
      * Original author: Jeremiah Silva
      *
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 JEREMIAH SILVA Created so the downstream systems can
      *                         take the day's FORM-MASTER changes
      *                         instead of a full copy of the master:
      *                         every FRMJRNL entry posted since the
      *                         last good extract goes out on CDCFEED
      *                         as one row per add, change or delete
      *                         (the after image, or for a delete the
      *                         before image), between a header and
      *                         a trailer carrying the row count and
      *                         a key hash. The CDCHWM high-water mark
      *                         - the run date of the last entry taken
      *                         and how many entries of that date were
      *                         taken - only moves when the whole
      *                         extract has gone out, so a failed run
      *                         is simply run again; FRMJCAT steers
      *                         the read through any archive period a
      *                         FRMJARCH close-out has moved entries
      *                         into since, so nothing is skipped and
      *                         nothing goes twice. The counts go on
      *                         RUNCTL for FRMRECON to hold against
      *                         what FRMMAINT applied
      * 15/10/26 JEREMIAH SILVA The processing date is now the open
      *                         business date on BUSDATE instead of the
      *                         system clock, so a window that runs past
      *                         midnight or a rerun next morning posts
      *                         to the business day it belongs to; with
      *                         no open business date the run is refused
      *                         with return code eight, and the report
      *                         heading prints the business date
      * 15/10/26 JEREMIAH SILVA An FRMPRIV erasure, journalled under
      *                         code E, now goes out on the feed as a
      *                         change carrying the erased image, so the
      *                         downstream systems overwrite the person
      *                         as well; the trailer change count takes
      *                         it in, and it is counted apart from the
      *                         maintenance changes on RUNCTL so
      *                         FRMRECON still holds the feed to
      *                         FRMMAINT
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMCDC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE       ASSIGN TO 'FRMJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.
           SELECT ARCH-JOURNAL-FILE  ASSIGN TO DYNAMIC
                                     WS-ARCH-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AJRNL.
           SELECT CATALOG-FILE       ASSIGN TO 'FRMJCAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
           SELECT HIGH-WATER-FILE    ASSIGN TO 'CDCHWM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HWM.
           SELECT FEED-FILE          ASSIGN TO 'CDCFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FEED.
           SELECT FEED-RPT-FILE      ASSIGN TO 'CDCRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT RUN-CONTROL-FILE   ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD.
           05 JRNL-OPERATOR-ID          PIC X(08).
           05 JRNL-RUN-DATE.
               07 JRNL-RUN-CCYY             PIC 9(04).
               07 JRNL-RUN-MM               PIC 99.
               07 JRNL-RUN-DD               PIC 99.
           05 JRNL-RUN-DATE-N REDEFINES JRNL-RUN-DATE
                                        PIC 9(08).
           05 JRNL-TRAN-CODE            PIC X(01).
               88 JRNL-IS-ADD                 VALUE 'A'.
               88 JRNL-IS-CHANGE              VALUE 'C'.
               88 JRNL-IS-DELETE              VALUE 'D'.
               88 JRNL-IS-ERASURE             VALUE 'E'.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==JRNL-BEFORE-IMAGE==.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==JRNL-AFTER-IMAGE==.

       FD  ARCH-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCH-JOURNAL-RECORD.
           05 AJRNL-OPERATOR-ID         PIC X(08).
           05 AJRNL-RUN-DATE            PIC 9(08).
           05 AJRNL-TRAN-CODE           PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==AJRNL-BEFORE-IMAGE==.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==AJRNL-AFTER-IMAGE==.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  JCAT-RECORD.
           05 JCAT-PERIOD-SEQ           PIC 9(03).
           05 JCAT-DATE-FROM            PIC 9(08).
           05 JCAT-DATE-TO              PIC 9(08).
           05 JCAT-FILE-NAME            PIC X(08).
           05 FILLER                    PIC X(53).

      * One record: where the last good extract stopped.
       FD  HIGH-WATER-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIGH-WATER-RECORD.
           05 HWM-LAST-DATE             PIC 9(08).
           05 HWM-DATE-COUNT            PIC 9(07).
           05 HWM-EXTRACT-DATE          PIC 9(08).
           05 HWM-ROWS-EXTRACTED        PIC 9(09).
           05 FILLER                    PIC X(48).

      * Feed rows: one 'D' row per journal entry taken, between an
      * 'H' header and a 'T' trailer sharing the record length. The
      * header and trailer carry the high-water mark the extract
      * started from and the one it reached.
       FD  FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-RECORD.
           05 FEED-REC-TYPE             PIC X(01).
           05 FEED-CHANGE-TYPE          PIC X(01).
               88 FEED-IS-ADD                 VALUE 'A'.
               88 FEED-IS-CHANGE              VALUE 'C'.
               88 FEED-IS-DELETE              VALUE 'D'.
           05 FEED-RUN-DATE             PIC 9(08).
           05 FEED-OPERATOR-ID          PIC X(08).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==FEED-IMAGE==.
       01  FEED-CONTROL-RECORD.
           05 FCTL-REC-TYPE             PIC X(01).
               88 FCTL-IS-HEADER              VALUE 'H'.
               88 FCTL-IS-TRAILER             VALUE 'T'.
           05 FCTL-EXTRACT-DATE         PIC 9(08).
           05 FCTL-FROM-DATE            PIC 9(08).
           05 FCTL-FROM-COUNT           PIC 9(07).
           05 FCTL-TO-DATE              PIC 9(08).
           05 FCTL-TO-COUNT             PIC 9(07).
           05 FCTL-ROW-COUNT            PIC 9(09).
           05 FCTL-ADDS                 PIC 9(07).
           05 FCTL-CHANGES              PIC 9(07).
           05 FCTL-DELETES              PIC 9(07).
           05 FCTL-KEY-HASH             PIC 9(12).
           05 FILLER                    PIC X(132).

       FD  FEED-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-RPT-RECORD              PIC X(80).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-RECORD.
       COPY 'LAYOUT002.CPY'.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-JRNL            PIC XX.
               88 WS-FS-JRNL-OK          VALUE '00'.
           05 WS-FS-AJRNL           PIC XX.
               88 WS-FS-AJRNL-OK         VALUE '00'.
           05 WS-FS-CAT             PIC XX.
               88 WS-FS-CAT-OK           VALUE '00'.
           05 WS-FS-HWM             PIC XX.
               88 WS-FS-HWM-OK           VALUE '00'.
           05 WS-FS-FEED            PIC XX.
               88 WS-FS-FEED-OK          VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-RUNC            PIC XX.
               88 WS-FS-RUNC-OK          VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-RUN-ABORTED-SW     PIC X(01)   VALUE 'N'.
               88 WS-RUN-ABORTED         VALUE 'Y'.
           05 WS-EOF-JRNL-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-JRNL            VALUE 'Y'.
           05 WS-EOF-AJRNL-SW       PIC X(01)   VALUE 'N'.
               88 WS-EOF-AJRNL           VALUE 'Y'.
           05 WS-EOF-CAT-SW         PIC X(01)   VALUE 'N'.
               88 WS-EOF-CAT             VALUE 'Y'.
           05 WS-PAST-MARK-SW       PIC X(01)   VALUE 'N'.
               88 WS-PAST-MARK           VALUE 'Y'.
           05 WS-JRNL-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-JRNL-OPEN           VALUE 'Y'.
           05 WS-FEED-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-FEED-OPEN           VALUE 'Y'.
           05 WS-MARK-MOVED-SW      PIC X(01)   VALUE 'N'.
               88 WS-MARK-MOVED          VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-ENTRIES-READ       PIC 9(07)   VALUE ZEROS.
           05 WS-ENTRIES-SKIPPED    PIC 9(07)   VALUE ZEROS.
           05 WS-ROWS-WRITTEN       PIC 9(09)   VALUE ZEROS.
           05 WS-ADDS-TAKEN         PIC 9(07)   VALUE ZEROS.
           05 WS-CHANGES-TAKEN      PIC 9(07)   VALUE ZEROS.
           05 WS-DELETES-TAKEN      PIC 9(07)   VALUE ZEROS.
           05 WS-ERASURES-TAKEN     PIC 9(07)   VALUE ZEROS.
           05 WS-PERIODS-READ       PIC 9(03)   VALUE ZEROS.
           05 WS-KEY-HASH           PIC 9(12)   VALUE ZEROS.

      * The mark this extract starts from (off CDCHWM), how many
      * entries of the mark date have gone by so far, and the mark
      * the entries read so far have reached. The journal only ever
      * extends in run-date order, so the mark is a position: the
      * first WS-MARK-COUNT entries dated WS-MARK-DATE, and all
      * entries dated before it, went out on an earlier feed.
       01 WS-HIGH-WATER-MARK.
           05 WS-MARK-DATE          PIC 9(08)   VALUE ZEROS.
           05 WS-MARK-COUNT         PIC 9(07)   VALUE ZEROS.
           05 WS-MARK-SEEN          PIC 9(07)   VALUE ZEROS.
           05 WS-NEW-MARK-DATE      PIC 9(08)   VALUE ZEROS.
           05 WS-NEW-MARK-COUNT     PIC 9(07)   VALUE ZEROS.
           05 WS-PRIOR-ROWS         PIC 9(09)   VALUE ZEROS.

       77 WS-MAX-CAT-TABLE          PIC 9(03)   VALUE 050.
       77 WS-CAT-COUNT              PIC 9(03)   VALUE ZEROS.
       77 WS-P                      PIC 9(03)   VALUE ZEROS.

       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 50 TIMES.
               07 WS-CAT-DATE-FROM      PIC 9(08).
               07 WS-CAT-DATE-TO        PIC 9(08).
               07 WS-CAT-FILE-NAME      PIC X(08).

       01 WS-ARCH-FILE-NAME         PIC X(08)   VALUE SPACES.

       01 WS-ENTRY-KEY              PIC 9(06)   VALUE ZEROS.

       01 WS-RUN-DATE.
           05 WS-RUN-CCYY             PIC 9(04).
           05 WS-RUN-MM               PIC 99.
           05 WS-RUN-DD               PIC 99.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                      PIC 9(08).

       01 WS-RPT-LINE               PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-EXTRACT-ONE-ARCHIVE
                   VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CAT-COUNT
                      OR WS-RUN-ABORTED
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 2300-READ-JOURNAL
               PERFORM 2200-EXTRACT-LIVE-ENTRY
                   UNTIL WS-EOF-JRNL
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
      * 1000-INITIALIZE - open the report, pick up the high-water
      *                   mark and the period catalog, open the
      *                   live journal and the feed and write the
      *                   feed header
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN OUTPUT FEED-RPT-FILE
           IF NOT WS-FS-RPT-OK
               DISPLAY 'FEED REPORT OPEN FAILED, STATUS ' WS-FS-RPT
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FORM-MASTER CHANGE-DATA FEED  BUSINESS DATE: '
                                                  DELIMITED BY SIZE
                      WS-RUN-DATE-N                DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO FEED-RPT-RECORD
               WRITE FEED-RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF

           IF NOT WS-RUN-ABORTED
               PERFORM 1100-READ-HIGH-WATER-MARK
           END-IF

           IF NOT WS-RUN-ABORTED
               PERFORM 1300-LOAD-PERIOD-CATALOG
           END-IF

           IF NOT WS-RUN-ABORTED
               OPEN INPUT JOURNAL-FILE
               IF NOT WS-FS-JRNL-OK
                   DISPLAY 'JOURNAL OPEN FAILED, STATUS ' WS-FS-JRNL
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   SET WS-JRNL-OPEN TO TRUE
               END-IF
           END-IF

           IF NOT WS-RUN-ABORTED
               OPEN OUTPUT FEED-FILE
               IF NOT WS-FS-FEED-OK
                   DISPLAY 'FEED OPEN FAILED, STATUS ' WS-FS-FEED
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   SET WS-FEED-OPEN TO TRUE
                   MOVE SPACES          TO FEED-CONTROL-RECORD
                   MOVE 'H'             TO FCTL-REC-TYPE
                   MOVE WS-RUN-DATE-N   TO FCTL-EXTRACT-DATE
                   MOVE WS-MARK-DATE    TO FCTL-FROM-DATE
                   MOVE WS-MARK-COUNT   TO FCTL-FROM-COUNT
                   MOVE ZEROS           TO FCTL-TO-DATE
                                           FCTL-TO-COUNT
                                           FCTL-ROW-COUNT
                                           FCTL-ADDS
                                           FCTL-CHANGES
                                           FCTL-DELETES
                                           FCTL-KEY-HASH
                   WRITE FEED-CONTROL-RECORD
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-HIGH-WATER-MARK - where the last good extract
      *                   stopped; no CDCHWM at all means no feed
      *                   has ever gone out and the whole journal
      *                   is taken, which the report says plainly
      *-----------------------------------------------------------*
       1100-READ-HIGH-WATER-MARK.

           OPEN INPUT HIGH-WATER-FILE
           IF WS-FS-HWM = '35'
               MOVE 'NO HIGH-WATER MARK ON FILE - EXTRACTING FROM THE'
                   TO WS-RPT-LINE
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'START OF THE JOURNAL' TO WS-RPT-LINE
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF NOT WS-FS-HWM-OK
                   DISPLAY 'HIGH-WATER MARK OPEN FAILED, STATUS '
                           WS-FS-HWM
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   READ HIGH-WATER-FILE
                       AT END
                           DISPLAY 'HIGH-WATER MARK FILE IS EMPTY'
                           SET WS-RUN-ABORTED TO TRUE
                   END-READ
                   IF NOT WS-RUN-ABORTED
                       IF HWM-LAST-DATE NUMERIC
                               AND HWM-DATE-COUNT NUMERIC
                           MOVE HWM-LAST-DATE      TO WS-MARK-DATE
                           MOVE HWM-DATE-COUNT     TO WS-MARK-COUNT
                           MOVE HWM-ROWS-EXTRACTED TO WS-PRIOR-ROWS
                       ELSE
                           DISPLAY 'HIGH-WATER MARK NOT NUMERIC: '
                                   HWM-LAST-DATE ' ' HWM-DATE-COUNT
                           SET WS-RUN-ABORTED TO TRUE
                       END-IF
                   END-IF
                   CLOSE HIGH-WATER-FILE
               END-IF
           END-IF

           IF NOT WS-RUN-ABORTED
               MOVE SPACES TO WS-RPT-LINE
               STRING 'EXTRACT STARTS AFTER ENTRY '
                                                  DELIMITED BY SIZE
                      WS-MARK-COUNT                DELIMITED BY SIZE
                      ' OF RUN DATE '              DELIMITED BY SIZE
                      WS-MARK-DATE                 DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-PERIOD-CATALOG - pick up which date range lives
      *                   in which archive journal, keeping only
      *                   the periods that reach the mark date; no
      *                   catalog at all means nothing has been
      *                   closed out and the live journal is all
      *-----------------------------------------------------------*
       1300-LOAD-PERIOD-CATALOG.

           OPEN INPUT CATALOG-FILE
           IF WS-FS-CAT-OK
               PERFORM 1310-READ-CATALOG
               PERFORM 1320-ADD-CATALOG-ENTRY
                   UNTIL WS-EOF-CAT
               CLOSE CATALOG-FILE
           END-IF.

       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1310-READ-CATALOG - read the next period catalog record
      *-----------------------------------------------------------*
       1310-READ-CATALOG.

           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-CAT-SW
           END-READ.

       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1320-ADD-CATALOG-ENTRY - hold one period in the table, in
      *                   the catalog's own (chronological) order;
      *                   a period ending before the mark date went
      *                   out in full on earlier feeds. A full
      *                   table would leave entries unread, so it
      *                   stops the run rather than skip them
      *-----------------------------------------------------------*
       1320-ADD-CATALOG-ENTRY.

           IF JCAT-DATE-TO NOT < WS-MARK-DATE
               IF WS-CAT-COUNT >= WS-MAX-CAT-TABLE
                   DISPLAY 'PERIOD CATALOG TABLE FULL AT '
                           WS-MAX-CAT-TABLE ' ENTRIES'
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 'Y' TO WS-EOF-CAT-SW
               ELSE
                   ADD 1 TO WS-CAT-COUNT
                   MOVE JCAT-DATE-FROM
                       TO WS-CAT-DATE-FROM (WS-CAT-COUNT)
                   MOVE JCAT-DATE-TO
                       TO WS-CAT-DATE-TO (WS-CAT-COUNT)
                   MOVE JCAT-FILE-NAME
                       TO WS-CAT-FILE-NAME (WS-CAT-COUNT)
               END-IF
           END-IF

           IF NOT WS-EOF-CAT
               PERFORM 1310-READ-CATALOG
           END-IF.

       1320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-EXTRACT-ONE-ARCHIVE - run every entry of one archived
      *                   period through the same path as the live
      *                   journal; an archive that will not open
      *                   stops the run, since carrying on would
      *                   skip its entries for good
      *-----------------------------------------------------------*
       2000-EXTRACT-ONE-ARCHIVE.

           MOVE WS-CAT-FILE-NAME (WS-P) TO WS-ARCH-FILE-NAME
           MOVE 'N' TO WS-EOF-AJRNL-SW
           OPEN INPUT ARCH-JOURNAL-FILE
           IF NOT WS-FS-AJRNL-OK
               DISPLAY 'ARCHIVE JOURNAL OPEN FAILED, STATUS '
                       WS-FS-AJRNL ' FOR ' WS-ARCH-FILE-NAME
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ARCHIVE PERIOD '           DELIMITED BY SIZE
                      WS-ARCH-FILE-NAME            DELIMITED BY SIZE
                      ' NOT AVAILABLE - EXTRACT STOPPED'
                                                   DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-PERIODS-READ
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ARCHIVE PERIOD READ: '     DELIMITED BY SIZE
                      WS-ARCH-FILE-NAME            DELIMITED BY SIZE
                      '  DATES '                   DELIMITED BY SIZE
                      WS-CAT-DATE-FROM (WS-P)      DELIMITED BY SIZE
                      ' - '                        DELIMITED BY SIZE
                      WS-CAT-DATE-TO (WS-P)        DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2020-READ-ARCHIVE
               PERFORM 2010-EXTRACT-ARCHIVE-ENTRY
                   UNTIL WS-EOF-AJRNL
               CLOSE ARCH-JOURNAL-FILE
           END-IF.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2010-EXTRACT-ARCHIVE-ENTRY - stage the archived entry into
      *                   the live journal record area so the one
      *                   path serves both files, then read the
      *                   next one
      *-----------------------------------------------------------*
       2010-EXTRACT-ARCHIVE-ENTRY.

           MOVE ARCH-JOURNAL-RECORD TO JOURNAL-RECORD
           PERFORM 2100-PROCESS-ENTRY
           PERFORM 2020-READ-ARCHIVE.

       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2020-READ-ARCHIVE - read the next archived journal entry
      *-----------------------------------------------------------*
       2020-READ-ARCHIVE.

           READ ARCH-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-AJRNL-SW
           END-READ.

       2020-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-PROCESS-ENTRY - skip the entry if it lies at or
      *                   before the high-water mark, otherwise it
      *                   goes on the feed; either way it moves the
      *                   mark this run has reached. An entry dated
      *                   before the one ahead of it means the
      *                   journal is out of run-date order, the
      *                   mark can no longer be trusted, and the
      *                   run stops without moving it
      *-----------------------------------------------------------*
       2100-PROCESS-ENTRY.

           ADD 1 TO WS-ENTRIES-READ

           IF JRNL-RUN-DATE-N NOT NUMERIC
                   OR JRNL-RUN-DATE-N < WS-NEW-MARK-DATE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'JOURNAL OUT OF RUN-DATE ORDER AT '
                                                  DELIMITED BY SIZE
                      JRNL-RUN-DATE                DELIMITED BY SIZE
                      ' - EXTRACT STOPPED'         DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               SET WS-RUN-ABORTED TO TRUE
               MOVE 'Y' TO WS-EOF-AJRNL-SW
               MOVE 'Y' TO WS-EOF-JRNL-SW
           ELSE
               IF JRNL-RUN-DATE-N = WS-NEW-MARK-DATE
                   ADD 1 TO WS-NEW-MARK-COUNT
               ELSE
                   MOVE JRNL-RUN-DATE-N TO WS-NEW-MARK-DATE
                   MOVE 1               TO WS-NEW-MARK-COUNT
               END-IF

               IF NOT WS-PAST-MARK
                   PERFORM 2110-CHECK-AGAINST-MARK
               END-IF

               IF WS-PAST-MARK
                   PERFORM 2400-WRITE-FEED-ROW
               ELSE
                   ADD 1 TO WS-ENTRIES-SKIPPED
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2110-CHECK-AGAINST-MARK - entries dated before the mark
      *                   date went out before; of those dated on
      *                   it, the first WS-MARK-COUNT did too, and
      *                   the first one past them is where this
      *                   feed starts
      *-----------------------------------------------------------*
       2110-CHECK-AGAINST-MARK.

           EVALUATE TRUE
               WHEN JRNL-RUN-DATE-N > WS-MARK-DATE
                   SET WS-PAST-MARK TO TRUE
               WHEN JRNL-RUN-DATE-N = WS-MARK-DATE
                   ADD 1 TO WS-MARK-SEEN
                   IF WS-MARK-SEEN > WS-MARK-COUNT
                       SET WS-PAST-MARK TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-EXTRACT-LIVE-ENTRY - process the current live journal
      *                   entry and read the next one
      *-----------------------------------------------------------*
       2200-EXTRACT-LIVE-ENTRY.

           PERFORM 2100-PROCESS-ENTRY
           IF NOT WS-EOF-JRNL
               PERFORM 2300-READ-JOURNAL
           END-IF.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-READ-JOURNAL - read the next live journal entry
      *-----------------------------------------------------------*
       2300-READ-JOURNAL.

           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-JRNL-SW
           END-READ.

       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-WRITE-FEED-ROW - one 'D' row for the entry: the after
      *                   image for an add or change, the before
      *                   image for a delete (whose after image is
      *                   empty), counted by type and hashed on the
      *                   form key. An FRMPRIV erasure goes out as a
      *                   change carrying the erased image, so the
      *                   downstream systems overwrite the person
      *                   too, but is counted apart from the
      *                   maintenance changes FRMRECON holds the
      *                   feed to
      *-----------------------------------------------------------*
       2400-WRITE-FEED-ROW.

           MOVE SPACES           TO FEED-RECORD
           MOVE 'D'              TO FEED-REC-TYPE
           MOVE JRNL-TRAN-CODE   TO FEED-CHANGE-TYPE
           IF JRNL-IS-ERASURE
               MOVE 'C'          TO FEED-CHANGE-TYPE
           END-IF
           MOVE JRNL-RUN-DATE-N  TO FEED-RUN-DATE
           MOVE JRNL-OPERATOR-ID TO FEED-OPERATOR-ID

           IF JRNL-IS-DELETE
               MOVE JRNL-BEFORE-IMAGE TO FEED-IMAGE
               MOVE WS-FORM-KEY OF JRNL-BEFORE-IMAGE TO WS-ENTRY-KEY
           ELSE
               MOVE JRNL-AFTER-IMAGE  TO FEED-IMAGE
               MOVE WS-FORM-KEY OF JRNL-AFTER-IMAGE  TO WS-ENTRY-KEY
           END-IF

           WRITE FEED-RECORD
           IF NOT WS-FS-FEED-OK
               DISPLAY 'FEED WRITE FAILED, STATUS ' WS-FS-FEED
               SET WS-RUN-ABORTED TO TRUE
               MOVE 'Y' TO WS-EOF-AJRNL-SW
               MOVE 'Y' TO WS-EOF-JRNL-SW
           ELSE
               ADD 1 TO WS-ROWS-WRITTEN
               ADD WS-ENTRY-KEY TO WS-KEY-HASH
               EVALUATE TRUE
                   WHEN JRNL-IS-ADD
                       ADD 1 TO WS-ADDS-TAKEN
                   WHEN JRNL-IS-CHANGE
                       ADD 1 TO WS-CHANGES-TAKEN
                   WHEN JRNL-IS-DELETE
                       ADD 1 TO WS-DELETES-TAKEN
                   WHEN JRNL-IS-ERASURE
                       ADD 1 TO WS-ERASURES-TAKEN
               END-EVALUATE
           END-IF.

       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-WRITE-TRAILER - close the feed off with its row count,
      *                   the count by type, the key hash and the
      *                   mark it reached
      *-----------------------------------------------------------*
       3000-WRITE-TRAILER.

           MOVE SPACES            TO FEED-CONTROL-RECORD
           MOVE 'T'               TO FCTL-REC-TYPE
           MOVE WS-RUN-DATE-N     TO FCTL-EXTRACT-DATE
           MOVE WS-MARK-DATE      TO FCTL-FROM-DATE
           MOVE WS-MARK-COUNT     TO FCTL-FROM-COUNT
           MOVE WS-NEW-MARK-DATE  TO FCTL-TO-DATE
           MOVE WS-NEW-MARK-COUNT TO FCTL-TO-COUNT
           MOVE WS-ROWS-WRITTEN   TO FCTL-ROW-COUNT
           MOVE WS-ADDS-TAKEN     TO FCTL-ADDS
           ADD WS-CHANGES-TAKEN WS-ERASURES-TAKEN
               GIVING FCTL-CHANGES
           MOVE WS-DELETES-TAKEN  TO FCTL-DELETES
           MOVE WS-KEY-HASH       TO FCTL-KEY-HASH
           WRITE FEED-CONTROL-RECORD
           IF NOT WS-FS-FEED-OK
               DISPLAY 'FEED TRAILER WRITE FAILED, STATUS '
                       WS-FS-FEED
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-MOVE-HIGH-WATER-MARK - with the feed complete and
      *                   closed, record where it stopped so the
      *                   next extract starts just past it; a mark
      *                   behind the one it started from means the
      *                   journal has lost entries, and the mark is
      *                   left where it was
      *-----------------------------------------------------------*
       3100-MOVE-HIGH-WATER-MARK.

           IF WS-NEW-MARK-DATE < WS-MARK-DATE
                   OR (WS-NEW-MARK-DATE = WS-MARK-DATE
                       AND WS-NEW-MARK-COUNT < WS-MARK-COUNT)
               MOVE 'JOURNAL ENDS BEFORE THE HIGH-WATER MARK - '
                   TO WS-RPT-LINE
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'MARK NOT MOVED' TO WS-RPT-LINE
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               OPEN OUTPUT HIGH-WATER-FILE
               IF NOT WS-FS-HWM-OK
                   DISPLAY 'HIGH-WATER MARK OPEN FAILED, STATUS '
                           WS-FS-HWM
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   MOVE SPACES            TO HIGH-WATER-RECORD
                   MOVE WS-NEW-MARK-DATE  TO HWM-LAST-DATE
                   MOVE WS-NEW-MARK-COUNT TO HWM-DATE-COUNT
                   MOVE WS-RUN-DATE-N     TO HWM-EXTRACT-DATE
                   ADD WS-PRIOR-ROWS WS-ROWS-WRITTEN
                       GIVING HWM-ROWS-EXTRACTED
                   WRITE HIGH-WATER-RECORD
                   IF NOT WS-FS-HWM-OK
                       DISPLAY 'HIGH-WATER MARK WRITE FAILED, STATUS '
                               WS-FS-HWM
                       SET WS-RUN-ABORTED TO TRUE
                   ELSE
                       SET WS-MARK-MOVED TO TRUE
                   END-IF
                   CLOSE HIGH-WATER-FILE
               END-IF
           END-IF.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - trailer, mark, totals, run record and
      *                   return code: zero when the feed went out
      *                   and the mark moved, eight otherwise, in
      *                   which case the feed must not be sent and
      *                   the run is simply repeated
      *-----------------------------------------------------------*
       9000-TERMINATE.

           IF WS-JRNL-OPEN
               CLOSE JOURNAL-FILE
           END-IF

           IF WS-FEED-OPEN
               IF NOT WS-RUN-ABORTED
                   PERFORM 3000-WRITE-TRAILER
               END-IF
               CLOSE FEED-FILE
           END-IF

           IF NOT WS-RUN-ABORTED
               PERFORM 3100-MOVE-HIGH-WATER-MARK
           END-IF

           IF WS-FS-RPT-OK
               MOVE SPACES TO FEED-RPT-RECORD
               WRITE FEED-RPT-RECORD AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ENTRIES READ: '            DELIMITED BY SIZE
                      WS-ENTRIES-READ              DELIMITED BY SIZE
                      '  ALREADY SENT: '           DELIMITED BY SIZE
                      WS-ENTRIES-SKIPPED           DELIMITED BY SIZE
                      '  ARCHIVE PERIODS: '        DELIMITED BY SIZE
                      WS-PERIODS-READ              DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ROWS: '                    DELIMITED BY SIZE
                      WS-ROWS-WRITTEN              DELIMITED BY SIZE
                      '  A: '                      DELIMITED BY SIZE
                      WS-ADDS-TAKEN                DELIMITED BY SIZE
                      '  C: '                      DELIMITED BY SIZE
                      WS-CHANGES-TAKEN             DELIMITED BY SIZE
                      '  D: '                      DELIMITED BY SIZE
                      WS-DELETES-TAKEN             DELIMITED BY SIZE
                      '  KEY HASH: '               DELIMITED BY SIZE
                      WS-KEY-HASH                  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ERASURES SENT AS CHANGES: '
                                                  DELIMITED BY SIZE
                      WS-ERASURES-TAKEN            DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               IF WS-MARK-MOVED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'HIGH-WATER MARK NOW ENTRY '
                                                  DELIMITED BY SIZE
                          WS-NEW-MARK-COUNT        DELIMITED BY SIZE
                          ' OF RUN DATE '          DELIMITED BY SIZE
                          WS-NEW-MARK-DATE         DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
               ELSE
                   MOVE
               '***** EXTRACT FAILED - DO NOT SEND, RERUN THE EXTRACT'
                       TO WS-RPT-LINE
               END-IF
               WRITE FEED-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               CLOSE FEED-RPT-FILE
           END-IF

           PERFORM 9500-WRITE-RUN-RECORD

           DISPLAY 'ENTRIES READ...: ' WS-ENTRIES-READ
           DISPLAY 'ALREADY SENT...: ' WS-ENTRIES-SKIPPED
           DISPLAY 'FEED ROWS......: ' WS-ROWS-WRITTEN
           DISPLAY 'ERASURES SENT..: ' WS-ERASURES-TAKEN

           IF WS-MARK-MOVED
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY 'EXTRACT FAILED - HIGH-WATER MARK NOT MOVED'
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9500-WRITE-RUN-RECORD - append this run's standard record
      *                   to RUNCTL for FRMRECON, creating the file
      *                   on its first use
      *-----------------------------------------------------------*
       9500-WRITE-RUN-RECORD.

           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-FS-RUNC = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF NOT WS-FS-RUNC-OK
               DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS ' WS-FS-RUNC
           ELSE
               MOVE SPACES              TO RUN-CONTROL-RECORD
               MOVE 'FRMCDC'            TO RUNR-PROGRAM
               MOVE WS-RUN-DATE-N       TO RUNR-RUN-DATE
               MOVE WS-ADDS-TAKEN       TO RUNR-COUNT-1
               MOVE WS-CHANGES-TAKEN    TO RUNR-COUNT-2
               MOVE WS-DELETES-TAKEN    TO RUNR-COUNT-3
               MOVE WS-ROWS-WRITTEN     TO RUNR-COUNT-4
               MOVE WS-ENTRIES-SKIPPED  TO RUNR-COUNT-5
               IF WS-MARK-MOVED
                   MOVE 'C' TO RUNR-OUTCOME
               ELSE
                   MOVE 'S' TO RUNR-OUTCOME
               END-IF
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9500-EXIT.
           EXIT.

       END PROGRAM FRMCDC.
