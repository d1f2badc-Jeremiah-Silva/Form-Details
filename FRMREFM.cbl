      *****************************************************************
      * Program name:    FORM Reference File Maintenance
      * Original author: Jeremiah Silva
      *
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 JEREMIAH SILVA Created so PROVREF and DIALREF are
      *                         no longer hand-edited: REFCARDS cards
      *                         add, change or retire a province and
      *                         postcode prefix row or a dialing code
      *                         with its length range and grouping.
      *                         Duplicates and malformed cards are
      *                         rejected, every entry carries the date
      *                         it took effect, and each change prints
      *                         its before and after images on REFMRPT.
      *                         A card dated ahead of the run is held on
      *                         REFPEND and applied by the first run on
      *                         or after its date. Every retirement,
      *                         prefix change and length-range change,
      *                         held or applied, lists the FORM-MASTER
      *                         records and open FORMSUSP items it turns
      *                         invalid, so the fallout is known before
      *                         the night's FORM and FRMTREDT runs meet
      *                         it
      * 15/10/26 JEREMIAH SILVA The processing date is now the open
      *                         business date on BUSDATE instead of the
      *                         system clock, so a window that runs past
      *                         midnight or a rerun next morning posts
      *                         to the business day it belongs to; with
      *                         no open business date the run is refused
      *                         with return code eight, and the report
      *                         heading prints the business date
      * 15/10/26 JEREMIAH SILVA A REFPEND or REFCARDS that is there but
      *                         will not open now stops the run with
      *                         return code eight instead of passing as
      *                         no cards, so the cards held on REFPEND
      *                         are never lost to its rewrite
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMREFM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVINCE-REF-FILE  ASSIGN TO 'PROVREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROVREF.
           SELECT PROV-NEW-FILE      ASSIGN TO 'PROVREFN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROVNEW.
           SELECT DIAL-REF-FILE      ASSIGN TO 'DIALREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIALREF.
           SELECT DIAL-NEW-FILE      ASSIGN TO 'DIALREFN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIALNEW.
           SELECT REF-CARD-FILE      ASSIGN TO 'REFCARDS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARD.
           SELECT PENDING-CARD-FILE  ASSIGN TO 'REFPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.
           SELECT FORM-MASTER-FILE   ASSIGN TO 'FORMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-FORM-KEY OF FORM
               FILE STATUS IS WS-FS-MASTER.
           SELECT SUSPENSE-FILE      ASSIGN TO 'FORMSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUSP.
           SELECT IMPACT-SORT-FILE   ASSIGN TO 'FRMREFMW'.
           SELECT REFM-RPT-FILE      ASSIGN TO 'REFMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
      * The reference rows as FORM, FRMCORR, FRMTREDT, FRMSUSP and
      * FRMINQ read them, with the effective date kept in what those
      * programs still read as FILLER
       FD  PROVINCE-REF-FILE
           LABEL RECORDS ARE STANDARD.
       01 PROVREF-RECORD.
           05 PROVREF-PROVINCE          PIC X(08).
           05 PROVREF-POSTCODE-PFX      PIC X(03).
           05 PROVREF-EFF-DATE          PIC X(08).
           05 FILLER                    PIC X(61).

       FD  PROV-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 PROVNEW-RECORD                PIC X(80).

       FD  DIAL-REF-FILE
           LABEL RECORDS ARE STANDARD.
       01 DIALREF-RECORD.
           05 DIALREF-CODE              PIC X(04).
           05 DIALREF-MIN-LEN           PIC 9(02).
           05 DIALREF-MAX-LEN           PIC 9(02).
           05 DIALREF-GRP-1             PIC 9(01).
           05 DIALREF-GRP-2             PIC 9(01).
           05 DIALREF-EFF-DATE          PIC X(08).
           05 FILLER                    PIC X(62).

       FD  DIAL-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 DIALNEW-RECORD                PIC X(80).

      * One maintenance card: P or D names the reference file, A, C
      * or R adds, changes or retires, an optional CCYYMMDD date the
      * change takes effect (blank = the run date), then the entry
       FD  REF-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01 REF-CARD-RECORD               PIC X(80).

       FD  PENDING-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01 PENDING-CARD-RECORD           PIC X(80).

       FD  FORM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY 'LAYOUT001.CPY'.

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

       SD  IMPACT-SORT-FILE.
       01  IMPACT-SORT-RECORD.
           05 IMP-SORT-SEQ              PIC 9(03).
           05 IMP-SORT-SOURCE           PIC X(01).
           05 IMP-SORT-KEY              PIC 9(06).
           05 IMP-SORT-LAST-NAME        PIC X(20).
           05 IMP-SORT-DETAIL           PIC X(30).

       FD  REFM-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFM-RPT-RECORD              PIC X(80).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-PROVREF         PIC XX.
               88 WS-FS-PROVREF-OK       VALUE '00'.
           05 WS-FS-PROVNEW         PIC XX.
               88 WS-FS-PROVNEW-OK       VALUE '00'.
           05 WS-FS-DIALREF         PIC XX.
               88 WS-FS-DIALREF-OK       VALUE '00'.
           05 WS-FS-DIALNEW         PIC XX.
               88 WS-FS-DIALNEW-OK       VALUE '00'.
           05 WS-FS-CARD            PIC XX.
               88 WS-FS-CARD-OK          VALUE '00'.
           05 WS-FS-PEND            PIC XX.
               88 WS-FS-PEND-OK          VALUE '00'.
           05 WS-FS-MASTER          PIC XX.
               88 WS-FS-MASTER-OK        VALUE '00'.
           05 WS-FS-SUSP            PIC XX.
               88 WS-FS-SUSP-OK          VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-RUN-ABORTED-SW     PIC X(01)   VALUE 'N'.
               88 WS-RUN-ABORTED         VALUE 'Y'.
           05 WS-PROVREF-EOF-SW     PIC X(01)   VALUE 'N'.
               88 WS-PROVREF-EOF-YES     VALUE 'Y'.
           05 WS-DIALREF-EOF-SW     PIC X(01)   VALUE 'N'.
               88 WS-DIALREF-EOF-YES     VALUE 'Y'.
           05 WS-EOF-CARD-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-CARD            VALUE 'Y'.
           05 WS-EOF-PEND-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-PEND            VALUE 'Y'.
           05 WS-EOF-MASTER-SW      PIC X(01)   VALUE 'N'.
               88 WS-EOF-MASTER          VALUE 'Y'.
           05 WS-EOF-SUSP-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-SUSP            VALUE 'Y'.
           05 WS-EOF-IMPACT-SW      PIC X(01)   VALUE 'N'.
               88 WS-EOF-IMPACT          VALUE 'Y'.
           05 WS-PROV-CHANGED-SW    PIC X(01)   VALUE 'N'.
               88 WS-PROV-CHANGED        VALUE 'Y'.
           05 WS-DIAL-CHANGED-SW    PIC X(01)   VALUE 'N'.
               88 WS-DIAL-CHANGED        VALUE 'Y'.
           05 WS-ENTRY-FOUND-SW     PIC X(01)   VALUE 'N'.
               88 WS-ENTRY-FOUND         VALUE 'Y'.
           05 WS-TEST-CODE-SW       PIC X(01)   VALUE 'N'.
               88 WS-TEST-CODE-USABLE    VALUE 'Y'.
           05 WS-MASTER-READ-SW     PIC X(01)   VALUE 'N'.
               88 WS-MASTER-WAS-READ     VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-CARDS-READ         PIC 9(05)   VALUE ZEROS.
           05 WS-PENDING-READ       PIC 9(05)   VALUE ZEROS.
           05 WS-CARDS-APPLIED      PIC 9(05)   VALUE ZEROS.
           05 WS-CARDS-HELD         PIC 9(05)   VALUE ZEROS.
           05 WS-CARDS-REJECTED     PIC 9(05)   VALUE ZEROS.
           05 WS-MASTER-AFFECTED    PIC 9(07)   VALUE ZEROS.
           05 WS-SUSP-AFFECTED      PIC 9(07)   VALUE ZEROS.

      * The readers of PROVREF and DIALREF stop loading at 100 and 300
      * rows, so the live rows are held to those limits; retired rows
      * stay in the tables, flagged, until the files are rewritten
       77 WS-MAX-PROV-LIVE          PIC 9(03)   VALUE 100.
       77 WS-MAX-PROV-TABLE         PIC 9(03)   VALUE 200.
       77 WS-PROV-TABLE-COUNT       PIC 9(03)   VALUE ZEROS.
       77 WS-PROV-LIVE-COUNT        PIC 9(03)   VALUE ZEROS.

       01 WS-PROV-TABLE.
           05 WS-PROV-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PROV-IDX.
               07 WS-PROV-TAB-PROVINCE     PIC X(08).
               07 WS-PROV-TAB-POSTCODE-PFX PIC X(03).
               07 WS-PROV-TAB-EFF-DATE     PIC X(08).
               07 WS-PROV-TAB-STATUS       PIC X(01).

       77 WS-MAX-DIAL-LIVE          PIC 9(03)   VALUE 300.
       77 WS-MAX-DIAL-TABLE         PIC 9(03)   VALUE 400.
       77 WS-DIAL-TABLE-COUNT       PIC 9(03)   VALUE ZEROS.
       77 WS-DIAL-LIVE-COUNT        PIC 9(03)   VALUE ZEROS.

       01 WS-DIAL-TABLE.
           05 WS-DIAL-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-DIAL-IDX.
               07 WS-DIAL-TAB-CODE         PIC X(04).
               07 WS-DIAL-TAB-MIN-LEN      PIC 9(02).
               07 WS-DIAL-TAB-MAX-LEN      PIC 9(02).
               07 WS-DIAL-TAB-GRP-1        PIC 9(01).
               07 WS-DIAL-TAB-GRP-2        PIC 9(01).
               07 WS-DIAL-TAB-EFF-DATE     PIC X(08).
               07 WS-DIAL-TAB-STATUS       PIC X(01).

       77 WS-FOUND-SUB              PIC 9(03)   VALUE ZEROS.

       77 WS-MAX-CARD-TABLE         PIC 9(03)   VALUE 200.
       77 WS-CARD-COUNT             PIC 9(03)   VALUE ZEROS.
       77 WS-C                      PIC 9(03)   VALUE ZEROS.

       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 200 TIMES.
               07 WS-CT-IMAGE           PIC X(80).
               07 WS-CT-SOURCE          PIC X(01).
               07 WS-CT-HELD-SW         PIC X(01).

       01 WS-CARD.
           05 RC-FILE                   PIC X(01).
               88 RC-FOR-PROVREF             VALUE 'P'.
               88 RC-FOR-DIALREF             VALUE 'D'.
           05 RC-ACTION                 PIC X(01).
               88 RC-IS-ADD                  VALUE 'A'.
               88 RC-IS-CHANGE               VALUE 'C'.
               88 RC-IS-RETIRE               VALUE 'R'.
           05 RC-EFF-DATE               PIC X(08).
           05 RC-EFF-DATE-N REDEFINES RC-EFF-DATE
                                        PIC 9(08).
           05 RC-ENTRY-DATA             PIC X(20).
           05 RC-PROV-DATA REDEFINES RC-ENTRY-DATA.
               07 RC-PROVINCE               PIC X(08).
               07 RC-POSTCODE-PFX           PIC X(03).
               07 RC-NEW-POSTCODE-PFX       PIC X(03).
               07 FILLER                    PIC X(06).
           05 RC-DIAL-DATA REDEFINES RC-ENTRY-DATA.
               07 RC-DIAL-CODE              PIC X(04).
               07 RC-MIN-LEN                PIC X(02).
               07 RC-MIN-LEN-N REDEFINES RC-MIN-LEN
                                            PIC 9(02).
               07 RC-MAX-LEN                PIC X(02).
               07 RC-MAX-LEN-N REDEFINES RC-MAX-LEN
                                            PIC 9(02).
               07 RC-GRP-1                  PIC X(01).
               07 RC-GRP-1-N REDEFINES RC-GRP-1
                                            PIC 9(01).
               07 RC-GRP-2                  PIC X(01).
               07 RC-GRP-2-N REDEFINES RC-GRP-2
                                            PIC 9(01).
               07 FILLER                    PIC X(10).
           05 FILLER                    PIC X(50).

       01 WS-EFF-DATE.
           05 WS-EFF-CCYY               PIC 9(04).
           05 WS-EFF-MM                 PIC 99.
           05 WS-EFF-DD                 PIC 99.
       01 WS-EFF-DATE-N REDEFINES WS-EFF-DATE
                                    PIC 9(08).

       01 WS-DIAL-WORK.
           05 WS-CODE-LEN               PIC 9(02)   VALUE ZEROS.
           05 WS-NEW-MIN-LEN            PIC 9(02)   VALUE ZEROS.
           05 WS-NEW-MAX-LEN            PIC 9(02)   VALUE ZEROS.
           05 WS-NEW-GRP-1              PIC 9(01)   VALUE ZEROS.
           05 WS-NEW-GRP-2              PIC 9(01)   VALUE ZEROS.

       01 WS-REJ-TEXT               PIC X(44)   VALUE SPACES.

      * One entry per retirement, prefix change or length-range
      * change: what the master and suspense pass tests each record
      * against, and how many records each one hits
       77 WS-MAX-IMPACT-TABLE       PIC 9(03)   VALUE 200.
       77 WS-IMPACT-COUNT           PIC 9(03)   VALUE ZEROS.
       77 WS-I                      PIC 9(03)   VALUE ZEROS.

       01 WS-IMPACT-TABLE.
           05 WS-IMP-ENTRY OCCURS 200 TIMES.
               07 WS-IMP-CARD-NO        PIC 9(03).
               07 WS-IMP-TYPE           PIC X(01).
                   88 WS-IMP-PROV-PAIR       VALUE 'P'.
                   88 WS-IMP-DIAL-RETIRE     VALUE 'R'.
                   88 WS-IMP-DIAL-RANGE      VALUE 'L'.
               07 WS-IMP-PROVINCE       PIC X(08).
               07 WS-IMP-PFX            PIC X(03).
               07 WS-IMP-CODE           PIC X(04).
               07 WS-IMP-OLD-MIN        PIC 9(02).
               07 WS-IMP-OLD-MAX        PIC 9(02).
               07 WS-IMP-NEW-MIN        PIC 9(02).
               07 WS-IMP-NEW-MAX        PIC 9(02).
               07 WS-IMP-HELD-SW        PIC X(01).
               07 WS-IMP-EFF-DATE       PIC 9(08).
               07 WS-IMP-MASTER-HITS    PIC 9(07).
               07 WS-IMP-SUSP-HITS      PIC 9(07).

       01 WS-TEST-RECORD.
           05 WS-TEST-SOURCE            PIC X(01).
           05 WS-TEST-KEY               PIC 9(06).
           05 WS-TEST-LAST-NAME         PIC X(20).
           05 WS-TEST-PROVINCE          PIC X(08).
           05 WS-TEST-PFX               PIC X(03).
           05 WS-TEST-CODE              PIC X(04).
           05 WS-TEST-NN-LEN            PIC 9(02).

       01 WS-RUN-DATE.
           05 WS-RUN-CCYY             PIC 9(04).
           05 WS-RUN-MM               PIC 99.
           05 WS-RUN-DD               PIC 99.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                    PIC 9(08).

       01 WS-RPT-LINE               PIC X(80).
       01 WS-ACTION-TEXT            PIC X(10)   VALUE SPACES.

       01 WS-REFM-HEADER-LINE.
           05 FILLER                  PIC X(31)  VALUE
                  'FORM REFERENCE MAINTENANCE'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(22)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-PROCESS-ONE-CARD
                   VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CARD-COUNT
               IF WS-IMPACT-COUNT > ZERO
                   PERFORM 5000-LIST-IMPACT
               END-IF
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
      * 1000-INITIALIZE - open the report, load both reference
      *                   files into their tables and load the held
      *                   cards from REFPEND ahead of tonight's cards
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN OUTPUT REFM-RPT-FILE
           IF NOT WS-FS-RPT-OK
               DISPLAY 'REFERENCE REPORT OPEN FAILED, STATUS '
                       WS-FS-RPT
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE WS-RUN-MM   TO WS-HDR-MM
               MOVE WS-RUN-DD   TO WS-HDR-DD
               MOVE WS-RUN-CCYY TO WS-HDR-CCYY
               WRITE REFM-RPT-RECORD FROM WS-REFM-HEADER-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REFM-RPT-RECORD
               WRITE REFM-RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF

           IF NOT WS-RUN-ABORTED
               PERFORM 1100-LOAD-PROV-TABLE
               PERFORM 1200-LOAD-DIAL-TABLE
               PERFORM 1300-LOAD-CARDS
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-PROV-TABLE - every PROVREF row as it stands; a
      *                   missing file starts an empty table, any
      *                   other open failure stops the run before a
      *                   half-read reference can be written back
      *-----------------------------------------------------------*
       1100-LOAD-PROV-TABLE.

           OPEN INPUT PROVINCE-REF-FILE
           EVALUATE TRUE
               WHEN WS-FS-PROVREF-OK
                   PERFORM 1110-READ-PROVINCE-REF
                   PERFORM 1120-ADD-PROVINCE-ENTRY
                       UNTIL WS-PROVREF-EOF-YES
                   CLOSE PROVINCE-REF-FILE
               WHEN WS-FS-PROVREF = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PROVREF OPEN FAILED, STATUS '
                           WS-FS-PROVREF
                   SET WS-RUN-ABORTED TO TRUE
           END-EVALUATE.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1110-READ-PROVINCE-REF - read one province reference row
      *-----------------------------------------------------------*
       1110-READ-PROVINCE-REF.

           READ PROVINCE-REF-FILE
               AT END
                   SET WS-PROVREF-EOF-YES TO TRUE
           END-READ.

       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1120-ADD-PROVINCE-ENTRY - add one row to the table and read
      *                   the next
      *-----------------------------------------------------------*
       1120-ADD-PROVINCE-ENTRY.

           IF WS-PROV-TABLE-COUNT >= WS-MAX-PROV-LIVE
               DISPLAY 'PROVREF HOLDS MORE THAN ' WS-MAX-PROV-LIVE
                       ' ROWS - RUN STOPPED'
               SET WS-RUN-ABORTED TO TRUE
               SET WS-PROVREF-EOF-YES TO TRUE
           ELSE
               ADD 1 TO WS-PROV-TABLE-COUNT
               ADD 1 TO WS-PROV-LIVE-COUNT
               MOVE PROVREF-PROVINCE     TO
                    WS-PROV-TAB-PROVINCE (WS-PROV-TABLE-COUNT)
               MOVE PROVREF-POSTCODE-PFX TO
                    WS-PROV-TAB-POSTCODE-PFX (WS-PROV-TABLE-COUNT)
               MOVE PROVREF-EFF-DATE     TO
                    WS-PROV-TAB-EFF-DATE (WS-PROV-TABLE-COUNT)
               MOVE 'L'                  TO
                    WS-PROV-TAB-STATUS (WS-PROV-TABLE-COUNT)
               PERFORM 1110-READ-PROVINCE-REF
           END-IF.

       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-DIAL-TABLE - every DIALREF row as it stands, on
      *                   the same terms as PROVREF
      *-----------------------------------------------------------*
       1200-LOAD-DIAL-TABLE.

           OPEN INPUT DIAL-REF-FILE
           EVALUATE TRUE
               WHEN WS-FS-DIALREF-OK
                   PERFORM 1210-READ-DIAL-REF
                   PERFORM 1220-ADD-DIAL-ENTRY
                       UNTIL WS-DIALREF-EOF-YES
                   CLOSE DIAL-REF-FILE
               WHEN WS-FS-DIALREF = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DIALREF OPEN FAILED, STATUS '
                           WS-FS-DIALREF
                   SET WS-RUN-ABORTED TO TRUE
           END-EVALUATE.

       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1210-READ-DIAL-REF - read one dialing-code reference row
      *-----------------------------------------------------------*
       1210-READ-DIAL-REF.

           READ DIAL-REF-FILE
               AT END
                   SET WS-DIALREF-EOF-YES TO TRUE
           END-READ.

       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1220-ADD-DIAL-ENTRY - add one row to the table and read the
      *                   next; a row whose lengths are not numeric
      *                   is one the readers already skip, so it is
      *                   listed and left off the rewritten file
      *-----------------------------------------------------------*
       1220-ADD-DIAL-ENTRY.

           IF WS-DIAL-TABLE-COUNT >= WS-MAX-DIAL-LIVE
               DISPLAY 'DIALREF HOLDS MORE THAN ' WS-MAX-DIAL-LIVE
                       ' ROWS - RUN STOPPED'
               SET WS-RUN-ABORTED TO TRUE
               SET WS-DIALREF-EOF-YES TO TRUE
           ELSE
               IF DIALREF-MIN-LEN NUMERIC
                       AND DIALREF-MAX-LEN NUMERIC
                       AND DIALREF-GRP-1 NUMERIC
                       AND DIALREF-GRP-2 NUMERIC
                   ADD 1 TO WS-DIAL-TABLE-COUNT
                   ADD 1 TO WS-DIAL-LIVE-COUNT
                   MOVE DIALREF-CODE     TO
                        WS-DIAL-TAB-CODE (WS-DIAL-TABLE-COUNT)
                   MOVE DIALREF-MIN-LEN  TO
                        WS-DIAL-TAB-MIN-LEN (WS-DIAL-TABLE-COUNT)
                   MOVE DIALREF-MAX-LEN  TO
                        WS-DIAL-TAB-MAX-LEN (WS-DIAL-TABLE-COUNT)
                   MOVE DIALREF-GRP-1    TO
                        WS-DIAL-TAB-GRP-1 (WS-DIAL-TABLE-COUNT)
                   MOVE DIALREF-GRP-2    TO
                        WS-DIAL-TAB-GRP-2 (WS-DIAL-TABLE-COUNT)
                   MOVE DIALREF-EFF-DATE TO
                        WS-DIAL-TAB-EFF-DATE (WS-DIAL-TABLE-COUNT)
                   MOVE 'L'              TO
                        WS-DIAL-TAB-STATUS (WS-DIAL-TABLE-COUNT)
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'DIALREF ROW FOR CODE '  DELIMITED BY SIZE
                          DIALREF-CODE              DELIMITED BY SIZE
                          ' HAS NON-NUMERIC LENGTHS - DROPPED'
                                                    DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
                       AFTER ADVANCING 1 LINE
                   SET WS-DIAL-CHANGED TO TRUE
               END-IF
               PERFORM 1210-READ-DIAL-REF
           END-IF.

       1220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-CARDS - the cards held from earlier runs come
      *                   first, in the order they were keyed, then
      *                   tonight's REFCARDS; no file is no cards, but
      *                   a file that will not open stops the run, so
      *                   REFPEND is never rewritten without the cards
      *                   it already held
      *-----------------------------------------------------------*
       1300-LOAD-CARDS.

           OPEN INPUT PENDING-CARD-FILE
           EVALUATE TRUE
               WHEN WS-FS-PEND-OK
                   PERFORM 1310-READ-PENDING-CARD
                   PERFORM 1320-ADD-PENDING-CARD
                       UNTIL WS-EOF-PEND
                   CLOSE PENDING-CARD-FILE
               WHEN WS-FS-PEND = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'REFPEND OPEN FAILED, STATUS '
                           WS-FS-PEND
                   SET WS-RUN-ABORTED TO TRUE
           END-EVALUATE

           IF NOT WS-RUN-ABORTED
               OPEN INPUT REF-CARD-FILE
               EVALUATE TRUE
                   WHEN WS-FS-CARD-OK
                       PERFORM 1330-READ-REF-CARD
                       PERFORM 1340-ADD-REF-CARD
                           UNTIL WS-EOF-CARD
                       CLOSE REF-CARD-FILE
                   WHEN WS-FS-CARD = '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'REFCARDS OPEN FAILED, STATUS '
                               WS-FS-CARD
                       SET WS-RUN-ABORTED TO TRUE
               END-EVALUATE
           END-IF.

       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1310-READ-PENDING-CARD - read one held card
      *-----------------------------------------------------------*
       1310-READ-PENDING-CARD.

           READ PENDING-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-PEND-SW
           END-READ.

       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1320-ADD-PENDING-CARD - add one held card to the table
      *-----------------------------------------------------------*
       1320-ADD-PENDING-CARD.

           IF WS-CARD-COUNT >= WS-MAX-CARD-TABLE
               DISPLAY 'CARD TABLE FULL AT ' WS-MAX-CARD-TABLE
                       ' CARDS - RUN STOPPED'
               SET WS-RUN-ABORTED TO TRUE
               MOVE 'Y' TO WS-EOF-PEND-SW
           ELSE
               ADD 1 TO WS-PENDING-READ
               ADD 1 TO WS-CARD-COUNT
               MOVE PENDING-CARD-RECORD TO WS-CT-IMAGE (WS-CARD-COUNT)
               MOVE 'P'                 TO WS-CT-SOURCE (WS-CARD-COUNT)
               MOVE 'N'                 TO WS-CT-HELD-SW (WS-CARD-COUNT)
               PERFORM 1310-READ-PENDING-CARD
           END-IF.

       1320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1330-READ-REF-CARD - read one maintenance card
      *-----------------------------------------------------------*
       1330-READ-REF-CARD.

           READ REF-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-CARD-SW
           END-READ.

       1330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1340-ADD-REF-CARD - add one maintenance card to the table;
      *                   a full table stops the run rather than
      *                   apply half a deck
      *-----------------------------------------------------------*
       1340-ADD-REF-CARD.

           IF WS-CARD-COUNT >= WS-MAX-CARD-TABLE
               DISPLAY 'CARD TABLE FULL AT ' WS-MAX-CARD-TABLE
                       ' CARDS - RUN STOPPED'
               SET WS-RUN-ABORTED TO TRUE
               MOVE 'Y' TO WS-EOF-CARD-SW
           ELSE
               ADD 1 TO WS-CARDS-READ
               ADD 1 TO WS-CARD-COUNT
               MOVE REF-CARD-RECORD TO WS-CT-IMAGE (WS-CARD-COUNT)
               MOVE 'C'             TO WS-CT-SOURCE (WS-CARD-COUNT)
               MOVE 'N'             TO WS-CT-HELD-SW (WS-CARD-COUNT)
               PERFORM 1330-READ-REF-CARD
           END-IF.

       1340-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ONE-CARD - edit one card against the tables as
      *                   the cards before it have left them, then
      *                   reject it, hold it for a later effective
      *                   date, or apply it
      *-----------------------------------------------------------*
       2000-PROCESS-ONE-CARD.

           MOVE WS-CT-IMAGE (WS-C) TO WS-CARD
           PERFORM 2900-PRINT-CARD-LINE
           PERFORM 2100-EDIT-CARD

           EVALUATE TRUE
               WHEN WS-REJ-TEXT NOT = SPACES
                   ADD 1 TO WS-CARDS-REJECTED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  REJECTED - '           DELIMITED BY SIZE
                          WS-REJ-TEXT               DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
                       AFTER ADVANCING 1 LINE
               WHEN WS-EFF-DATE-N > WS-RUN-DATE-N
                   PERFORM 2400-HOLD-CARD
               WHEN RC-FOR-PROVREF
                   PERFORM 2500-APPLY-PROV-CARD
               WHEN OTHER
                   PERFORM 2600-APPLY-DIAL-CARD
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-EDIT-CARD - the checks common to every card, then the
      *                   file's own; the first failure found is the
      *                   one reported
      *-----------------------------------------------------------*
       2100-EDIT-CARD.

           MOVE SPACES TO WS-REJ-TEXT
           MOVE ZEROS  TO WS-FOUND-SUB

           EVALUATE TRUE
               WHEN NOT RC-FOR-PROVREF AND NOT RC-FOR-DIALREF
                   MOVE 'REFERENCE FILE NOT P OR D' TO WS-REJ-TEXT
               WHEN NOT RC-IS-ADD AND NOT RC-IS-CHANGE
                       AND NOT RC-IS-RETIRE
                   MOVE 'ACTION NOT A, C OR R' TO WS-REJ-TEXT
               WHEN OTHER
                   PERFORM 2110-EDIT-EFFECTIVE-DATE
           END-EVALUATE

           IF WS-REJ-TEXT = SPACES
               IF RC-FOR-PROVREF
                   PERFORM 2200-EDIT-PROV-CARD
               ELSE
                   PERFORM 2300-EDIT-DIAL-CARD
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2110-EDIT-EFFECTIVE-DATE - a blank date means the run date;
      *                   anything else must be a plausible CCYYMMDD
      *-----------------------------------------------------------*
       2110-EDIT-EFFECTIVE-DATE.

           IF RC-EFF-DATE = SPACES
               MOVE WS-RUN-DATE-N TO WS-EFF-DATE-N
           ELSE
               IF RC-EFF-DATE NUMERIC
                   MOVE RC-EFF-DATE-N TO WS-EFF-DATE-N
                   IF WS-EFF-CCYY < 1900
                           OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
                           OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
                       MOVE 'EFFECTIVE DATE NOT A VALID DATE'
                           TO WS-REJ-TEXT
                   END-IF
               ELSE
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJ-TEXT
               END-IF
           END-IF.

       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-EDIT-PROV-CARD - a PROVREF row is keyed on province and
      *                   postcode prefix together, since a province
      *                   can carry several prefixes; a change moves
      *                   the row to a new prefix
      *-----------------------------------------------------------*
       2200-EDIT-PROV-CARD.

           EVALUATE TRUE
               WHEN RC-PROVINCE = SPACES
                   MOVE 'PROVINCE MISSING' TO WS-REJ-TEXT
               WHEN RC-POSTCODE-PFX = SPACES
                   MOVE 'POSTCODE PREFIX MISSING' TO WS-REJ-TEXT
               WHEN OTHER
                   MOVE RC-POSTCODE-PFX TO WS-TEST-PFX
                   PERFORM 2210-FIND-PROV-ENTRY
           END-EVALUATE

           IF WS-REJ-TEXT = SPACES
               EVALUATE TRUE
                   WHEN RC-IS-ADD AND WS-ENTRY-FOUND
                       MOVE 'DUPLICATE - PROVINCE AND PREFIX ON FILE'
                           TO WS-REJ-TEXT
                   WHEN RC-IS-ADD
                           AND WS-PROV-LIVE-COUNT >= WS-MAX-PROV-LIVE
                       MOVE 'PROVREF FULL - RETIRE A ROW FIRST'
                           TO WS-REJ-TEXT
                   WHEN RC-IS-ADD
                       CONTINUE
                   WHEN NOT WS-ENTRY-FOUND
                       MOVE 'PROVINCE AND PREFIX NOT ON FILE'
                           TO WS-REJ-TEXT
                   WHEN RC-IS-CHANGE
                       PERFORM 2220-EDIT-NEW-PREFIX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2210-FIND-PROV-ENTRY - look for a live row with the card's
      *                   province and the prefix in WS-TEST-PFX,
      *                   leaving its subscript in WS-FOUND-SUB
      *-----------------------------------------------------------*
       2210-FIND-PROV-ENTRY.

           MOVE 'N'   TO WS-ENTRY-FOUND-SW
           MOVE ZEROS TO WS-FOUND-SUB
           PERFORM 2215-SCAN-PROV-TABLE
               VARYING WS-PROV-IDX FROM 1 BY 1
               UNTIL WS-PROV-IDX > WS-PROV-TABLE-COUNT.

       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2215-SCAN-PROV-TABLE - test one province-table row
      *-----------------------------------------------------------*
       2215-SCAN-PROV-TABLE.

           IF WS-PROV-TAB-STATUS (WS-PROV-IDX) = 'L'
                   AND WS-PROV-TAB-PROVINCE (WS-PROV-IDX)
                       = RC-PROVINCE
                   AND WS-PROV-TAB-POSTCODE-PFX (WS-PROV-IDX)
                       = WS-TEST-PFX
               SET WS-ENTRY-FOUND TO TRUE
               SET WS-FOUND-SUB TO WS-PROV-IDX
           END-IF.

       2215-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2220-EDIT-NEW-PREFIX - the prefix a change moves the row to
      *                   must be given, must differ and must not
      *                   already be on file for the province
      *-----------------------------------------------------------*
       2220-EDIT-NEW-PREFIX.

           EVALUATE TRUE
               WHEN RC-NEW-POSTCODE-PFX = SPACES
                   MOVE 'NEW POSTCODE PREFIX MISSING' TO WS-REJ-TEXT
               WHEN RC-NEW-POSTCODE-PFX = RC-POSTCODE-PFX
                   MOVE 'CHANGE ALTERS NOTHING' TO WS-REJ-TEXT
               WHEN OTHER
                   MOVE WS-FOUND-SUB TO WS-I
                   MOVE RC-NEW-POSTCODE-PFX TO WS-TEST-PFX
                   PERFORM 2210-FIND-PROV-ENTRY
                   IF WS-ENTRY-FOUND
                       MOVE 'DUPLICATE - NEW PREFIX ON FILE'
                           TO WS-REJ-TEXT
                   END-IF
                   MOVE WS-I TO WS-FOUND-SUB
           END-EVALUATE.

       2220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-EDIT-DIAL-CARD - a DIALREF row is keyed on the dialing
      *                   code, left-justified digits as the phone
      *                   checks look it up; an add gives the whole
      *                   row, a change gives only what moves
      *-----------------------------------------------------------*
       2300-EDIT-DIAL-CARD.

           MOVE ZEROS TO WS-CODE-LEN
           INSPECT RC-DIAL-CODE TALLYING WS-CODE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           EVALUATE TRUE
               WHEN WS-CODE-LEN = ZERO
                   MOVE 'DIALING CODE MISSING' TO WS-REJ-TEXT
               WHEN RC-DIAL-CODE (1:WS-CODE-LEN) NOT NUMERIC
                   MOVE 'DIALING CODE NOT NUMERIC' TO WS-REJ-TEXT
               WHEN WS-CODE-LEN < 4
                       AND RC-DIAL-CODE (WS-CODE-LEN + 1:) NOT = SPACES
                   MOVE 'DIALING CODE NOT NUMERIC' TO WS-REJ-TEXT
               WHEN OTHER
                   PERFORM 2310-FIND-DIAL-ENTRY
           END-EVALUATE

           IF WS-REJ-TEXT = SPACES
               EVALUATE TRUE
                   WHEN RC-IS-ADD AND WS-ENTRY-FOUND
                       MOVE 'DUPLICATE - DIALING CODE ON FILE'
                           TO WS-REJ-TEXT
                   WHEN RC-IS-ADD
                           AND WS-DIAL-LIVE-COUNT >= WS-MAX-DIAL-LIVE
                       MOVE 'DIALREF FULL - RETIRE A CODE FIRST'
                           TO WS-REJ-TEXT
                   WHEN RC-IS-ADD
                       PERFORM 2320-EDIT-DIAL-VALUES
                   WHEN NOT WS-ENTRY-FOUND
                       MOVE 'DIALING CODE NOT ON FILE' TO WS-REJ-TEXT
                   WHEN RC-IS-CHANGE
                       PERFORM 2320-EDIT-DIAL-VALUES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2310-FIND-DIAL-ENTRY - look for a live row for the card's
      *                   code, leaving its subscript in WS-FOUND-SUB
      *-----------------------------------------------------------*
       2310-FIND-DIAL-ENTRY.

           MOVE 'N'   TO WS-ENTRY-FOUND-SW
           MOVE ZEROS TO WS-FOUND-SUB
           PERFORM 2315-SCAN-DIAL-TABLE
               VARYING WS-DIAL-IDX FROM 1 BY 1
               UNTIL WS-DIAL-IDX > WS-DIAL-TABLE-COUNT.

       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2315-SCAN-DIAL-TABLE - test one dialing-code table row
      *-----------------------------------------------------------*
       2315-SCAN-DIAL-TABLE.

           IF WS-DIAL-TAB-STATUS (WS-DIAL-IDX) = 'L'
                   AND WS-DIAL-TAB-CODE (WS-DIAL-IDX) = RC-DIAL-CODE
               SET WS-ENTRY-FOUND TO TRUE
               SET WS-FOUND-SUB TO WS-DIAL-IDX
           END-IF.

       2315-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2320-EDIT-DIAL-VALUES - build the row's new lengths and
      *                   grouping (a blank on a change keeps what is
      *                   on file, a blank grouping on an add means
      *                   none) and check them: national numbers run
      *                   1 to 14 digits, the minimum may not pass
      *                   the maximum, and the groups must fit
      *-----------------------------------------------------------*
       2320-EDIT-DIAL-VALUES.

           IF RC-IS-CHANGE
               MOVE WS-DIAL-TAB-MIN-LEN (WS-FOUND-SUB)
                   TO WS-NEW-MIN-LEN
               MOVE WS-DIAL-TAB-MAX-LEN (WS-FOUND-SUB)
                   TO WS-NEW-MAX-LEN
               MOVE WS-DIAL-TAB-GRP-1 (WS-FOUND-SUB) TO WS-NEW-GRP-1
               MOVE WS-DIAL-TAB-GRP-2 (WS-FOUND-SUB) TO WS-NEW-GRP-2
           ELSE
               MOVE ZEROS TO WS-NEW-MIN-LEN
               MOVE ZEROS TO WS-NEW-MAX-LEN
               MOVE ZEROS TO WS-NEW-GRP-1
               MOVE ZEROS TO WS-NEW-GRP-2
               IF RC-MIN-LEN = SPACES OR RC-MAX-LEN = SPACES
                   MOVE 'LENGTH RANGE MISSING' TO WS-REJ-TEXT
               END-IF
           END-IF

           IF RC-MIN-LEN NOT = SPACES
               IF RC-MIN-LEN NUMERIC
                   MOVE RC-MIN-LEN-N TO WS-NEW-MIN-LEN
               ELSE
                   MOVE 'MINIMUM LENGTH NOT NUMERIC' TO WS-REJ-TEXT
               END-IF
           END-IF
           IF RC-MAX-LEN NOT = SPACES
               IF RC-MAX-LEN NUMERIC
                   MOVE RC-MAX-LEN-N TO WS-NEW-MAX-LEN
               ELSE
                   MOVE 'MAXIMUM LENGTH NOT NUMERIC' TO WS-REJ-TEXT
               END-IF
           END-IF
           IF RC-GRP-1 NOT = SPACE
               IF RC-GRP-1 NUMERIC
                   MOVE RC-GRP-1-N TO WS-NEW-GRP-1
               ELSE
                   MOVE 'GROUPING NOT NUMERIC' TO WS-REJ-TEXT
               END-IF
           END-IF
           IF RC-GRP-2 NOT = SPACE
               IF RC-GRP-2 NUMERIC
                   MOVE RC-GRP-2-N TO WS-NEW-GRP-2
               ELSE
                   MOVE 'GROUPING NOT NUMERIC' TO WS-REJ-TEXT
               END-IF
           END-IF

           IF WS-REJ-TEXT = SPACES
               EVALUATE TRUE
                   WHEN WS-NEW-MIN-LEN < 1
                           OR WS-NEW-MAX-LEN > 14
                           OR WS-NEW-MIN-LEN > WS-NEW-MAX-LEN
                       MOVE 'LENGTH RANGE NOT WITHIN 1 TO 14'
                           TO WS-REJ-TEXT
                   WHEN WS-NEW-GRP-1 = ZERO AND WS-NEW-GRP-2 > ZERO
                       MOVE 'SECOND GROUP WITHOUT A FIRST'
                           TO WS-REJ-TEXT
                   WHEN WS-NEW-GRP-1 + WS-NEW-GRP-2 > WS-NEW-MAX-LEN
                       MOVE 'GROUPING LONGER THAN THE NUMBER'
                           TO WS-REJ-TEXT
                   WHEN RC-IS-CHANGE
                           AND WS-NEW-MIN-LEN
                               = WS-DIAL-TAB-MIN-LEN (WS-FOUND-SUB)
                           AND WS-NEW-MAX-LEN
                               = WS-DIAL-TAB-MAX-LEN (WS-FOUND-SUB)
                           AND WS-NEW-GRP-1
                               = WS-DIAL-TAB-GRP-1 (WS-FOUND-SUB)
                           AND WS-NEW-GRP-2
                               = WS-DIAL-TAB-GRP-2 (WS-FOUND-SUB)
                       MOVE 'CHANGE ALTERS NOTHING' TO WS-REJ-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-HOLD-CARD - a card dated after the run goes back on
      *                   REFPEND untouched; its fallout is listed
      *                   every night until it takes effect
      *-----------------------------------------------------------*
       2400-HOLD-CARD.

           ADD 1 TO WS-CARDS-HELD
           MOVE 'Y' TO WS-CT-HELD-SW (WS-C)
           MOVE SPACES TO WS-RPT-LINE
           STRING '  HELD - TAKES EFFECT '    DELIMITED BY SIZE
                  WS-EFF-DATE-N               DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE

           EVALUATE TRUE
               WHEN RC-IS-ADD
                   CONTINUE
               WHEN RC-FOR-PROVREF
                   PERFORM 2800-ADD-PROV-IMPACT
               WHEN RC-IS-RETIRE
                   PERFORM 2810-ADD-DIAL-IMPACT
               WHEN WS-NEW-MIN-LEN
                       NOT = WS-DIAL-TAB-MIN-LEN (WS-FOUND-SUB)
                   OR WS-NEW-MAX-LEN
                       NOT = WS-DIAL-TAB-MAX-LEN (WS-FOUND-SUB)
                   PERFORM 2810-ADD-DIAL-IMPACT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-APPLY-PROV-CARD - add, move or retire one PROVREF row,
      *                   printing it before and after
      *-----------------------------------------------------------*
       2500-APPLY-PROV-CARD.

           ADD 1 TO WS-CARDS-APPLIED
           SET WS-PROV-CHANGED TO TRUE

           IF RC-IS-ADD
               PERFORM 2700-PRINT-BEFORE-NONE
               ADD 1 TO WS-PROV-TABLE-COUNT
               ADD 1 TO WS-PROV-LIVE-COUNT
               MOVE WS-PROV-TABLE-COUNT TO WS-FOUND-SUB
               MOVE RC-PROVINCE     TO
                    WS-PROV-TAB-PROVINCE (WS-FOUND-SUB)
               MOVE RC-POSTCODE-PFX TO
                    WS-PROV-TAB-POSTCODE-PFX (WS-FOUND-SUB)
               MOVE WS-EFF-DATE     TO
                    WS-PROV-TAB-EFF-DATE (WS-FOUND-SUB)
               MOVE 'L'             TO
                    WS-PROV-TAB-STATUS (WS-FOUND-SUB)
               MOVE '  AFTER.: ' TO WS-ACTION-TEXT
               PERFORM 2710-PRINT-PROV-IMAGE
           ELSE
               MOVE '  BEFORE: ' TO WS-ACTION-TEXT
               PERFORM 2710-PRINT-PROV-IMAGE
               PERFORM 2800-ADD-PROV-IMPACT
               IF RC-IS-CHANGE
                   MOVE RC-NEW-POSTCODE-PFX TO
                        WS-PROV-TAB-POSTCODE-PFX (WS-FOUND-SUB)
                   MOVE WS-EFF-DATE         TO
                        WS-PROV-TAB-EFF-DATE (WS-FOUND-SUB)
                   MOVE '  AFTER.: ' TO WS-ACTION-TEXT
                   PERFORM 2710-PRINT-PROV-IMAGE
               ELSE
                   MOVE 'R' TO WS-PROV-TAB-STATUS (WS-FOUND-SUB)
                   SUBTRACT 1 FROM WS-PROV-LIVE-COUNT
                   PERFORM 2730-PRINT-AFTER-RETIRED
               END-IF
           END-IF.

       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-APPLY-DIAL-CARD - add, change or retire one DIALREF
      *                   row, printing it before and after
      *-----------------------------------------------------------*
       2600-APPLY-DIAL-CARD.

           ADD 1 TO WS-CARDS-APPLIED
           SET WS-DIAL-CHANGED TO TRUE

           EVALUATE TRUE
               WHEN RC-IS-ADD
                   PERFORM 2700-PRINT-BEFORE-NONE
                   ADD 1 TO WS-DIAL-TABLE-COUNT
                   ADD 1 TO WS-DIAL-LIVE-COUNT
                   MOVE WS-DIAL-TABLE-COUNT TO WS-FOUND-SUB
                   MOVE RC-DIAL-CODE TO
                        WS-DIAL-TAB-CODE (WS-FOUND-SUB)
                   MOVE 'L'          TO
                        WS-DIAL-TAB-STATUS (WS-FOUND-SUB)
                   PERFORM 2610-SET-DIAL-VALUES
                   MOVE '  AFTER.: ' TO WS-ACTION-TEXT
                   PERFORM 2720-PRINT-DIAL-IMAGE
               WHEN RC-IS-CHANGE
                   MOVE '  BEFORE: ' TO WS-ACTION-TEXT
                   PERFORM 2720-PRINT-DIAL-IMAGE
                   IF WS-NEW-MIN-LEN
                           NOT = WS-DIAL-TAB-MIN-LEN (WS-FOUND-SUB)
                       OR WS-NEW-MAX-LEN
                           NOT = WS-DIAL-TAB-MAX-LEN (WS-FOUND-SUB)
                       PERFORM 2810-ADD-DIAL-IMPACT
                   END-IF
                   PERFORM 2610-SET-DIAL-VALUES
                   MOVE '  AFTER.: ' TO WS-ACTION-TEXT
                   PERFORM 2720-PRINT-DIAL-IMAGE
               WHEN OTHER
                   MOVE '  BEFORE: ' TO WS-ACTION-TEXT
                   PERFORM 2720-PRINT-DIAL-IMAGE
                   PERFORM 2810-ADD-DIAL-IMPACT
                   MOVE 'R' TO WS-DIAL-TAB-STATUS (WS-FOUND-SUB)
                   SUBTRACT 1 FROM WS-DIAL-LIVE-COUNT
                   PERFORM 2730-PRINT-AFTER-RETIRED
           END-EVALUATE.

       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2610-SET-DIAL-VALUES - the edited lengths and grouping onto
      *                   the row, dated from the card
      *-----------------------------------------------------------*
       2610-SET-DIAL-VALUES.

           MOVE WS-NEW-MIN-LEN TO WS-DIAL-TAB-MIN-LEN (WS-FOUND-SUB)
           MOVE WS-NEW-MAX-LEN TO WS-DIAL-TAB-MAX-LEN (WS-FOUND-SUB)
           MOVE WS-NEW-GRP-1   TO WS-DIAL-TAB-GRP-1 (WS-FOUND-SUB)
           MOVE WS-NEW-GRP-2   TO WS-DIAL-TAB-GRP-2 (WS-FOUND-SUB)
           MOVE WS-EFF-DATE    TO WS-DIAL-TAB-EFF-DATE (WS-FOUND-SUB).

       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2700-PRINT-BEFORE-NONE - the before image of an add
      *-----------------------------------------------------------*
       2700-PRINT-BEFORE-NONE.

           MOVE '  BEFORE: (NONE)' TO WS-RPT-LINE
           WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2710-PRINT-PROV-IMAGE - one image of the PROVREF row at
      *                   WS-FOUND-SUB, labelled by WS-ACTION-TEXT
      *-----------------------------------------------------------*
       2710-PRINT-PROV-IMAGE.

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ACTION-TEXT                DELIMITED BY SIZE
                  'PROVREF  PROVINCE '          DELIMITED BY SIZE
                  WS-PROV-TAB-PROVINCE (WS-FOUND-SUB)
                                                DELIMITED BY SIZE
                  '  PREFIX '                   DELIMITED BY SIZE
                  WS-PROV-TAB-POSTCODE-PFX (WS-FOUND-SUB)
                                                DELIMITED BY SIZE
                  '  EFFECTIVE '                DELIMITED BY SIZE
                  WS-PROV-TAB-EFF-DATE (WS-FOUND-SUB)
                                                DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       2710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2720-PRINT-DIAL-IMAGE - one image of the DIALREF row at
      *                   WS-FOUND-SUB, labelled by WS-ACTION-TEXT
      *-----------------------------------------------------------*
       2720-PRINT-DIAL-IMAGE.

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ACTION-TEXT                DELIMITED BY SIZE
                  'DIALREF  CODE '              DELIMITED BY SIZE
                  WS-DIAL-TAB-CODE (WS-FOUND-SUB)
                                                DELIMITED BY SIZE
                  '  LENGTH '                   DELIMITED BY SIZE
                  WS-DIAL-TAB-MIN-LEN (WS-FOUND-SUB)
                                                DELIMITED BY SIZE
                  '-'                           DELIMITED BY SIZE
                  WS-DIAL-TAB-MAX-LEN (WS-FOUND-SUB)
                                                DELIMITED BY SIZE
                  '  GROUPS '                   DELIMITED BY SIZE
                  WS-DIAL-TAB-GRP-1 (WS-FOUND-SUB)
                                                DELIMITED BY SIZE
                  '/'                           DELIMITED BY SIZE
                  WS-DIAL-TAB-GRP-2 (WS-FOUND-SUB)
                                                DELIMITED BY SIZE
                  '  EFFECTIVE '                DELIMITED BY SIZE
                  WS-DIAL-TAB-EFF-DATE (WS-FOUND-SUB)
                                                DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       2720-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2730-PRINT-AFTER-RETIRED - the after image of a retirement
      *-----------------------------------------------------------*
       2730-PRINT-AFTER-RETIRED.

           MOVE SPACES TO WS-RPT-LINE
           STRING '  AFTER.: (RETIRED EFFECTIVE '  DELIMITED BY SIZE
                  WS-EFF-DATE                      DELIMITED BY SIZE
                  ')'                              DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       2730-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2800-ADD-PROV-IMPACT - a retired or moved PROVREF row: every
      *                   record carrying that province and prefix
      *                   loses its match
      *-----------------------------------------------------------*
       2800-ADD-PROV-IMPACT.

           PERFORM 2820-NEW-IMPACT-ENTRY
           IF WS-I > ZERO
               MOVE 'P'             TO WS-IMP-TYPE (WS-I)
               MOVE RC-PROVINCE     TO WS-IMP-PROVINCE (WS-I)
               MOVE RC-POSTCODE-PFX TO WS-IMP-PFX (WS-I)
           END-IF.

       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2810-ADD-DIAL-IMPACT - a retired code, or a code whose
      *                   length range moves: the range before and
      *                   after are kept so only records the change
      *                   newly fails are listed
      *-----------------------------------------------------------*
       2810-ADD-DIAL-IMPACT.

           PERFORM 2820-NEW-IMPACT-ENTRY
           IF WS-I > ZERO
               IF RC-IS-RETIRE
                   MOVE 'R' TO WS-IMP-TYPE (WS-I)
               ELSE
                   MOVE 'L' TO WS-IMP-TYPE (WS-I)
               END-IF
               MOVE RC-DIAL-CODE   TO WS-IMP-CODE (WS-I)
               MOVE WS-DIAL-TAB-MIN-LEN (WS-FOUND-SUB)
                   TO WS-IMP-OLD-MIN (WS-I)
               MOVE WS-DIAL-TAB-MAX-LEN (WS-FOUND-SUB)
                   TO WS-IMP-OLD-MAX (WS-I)
               MOVE WS-NEW-MIN-LEN TO WS-IMP-NEW-MIN (WS-I)
               MOVE WS-NEW-MAX-LEN TO WS-IMP-NEW-MAX (WS-I)
           END-IF.

       2810-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2820-NEW-IMPACT-ENTRY - take the next impact-table entry
      *                   for the current card, leaving its
      *                   subscript in WS-I (zero when full)
      *-----------------------------------------------------------*
       2820-NEW-IMPACT-ENTRY.

           IF WS-IMPACT-COUNT >= WS-MAX-IMPACT-TABLE
               DISPLAY 'IMPACT TABLE FULL AT ' WS-MAX-IMPACT-TABLE
                       ' - CARD ' WS-C ' NOT LISTED'
               MOVE ZEROS TO WS-I
           ELSE
               ADD 1 TO WS-IMPACT-COUNT
               MOVE WS-IMPACT-COUNT TO WS-I
               MOVE SPACES          TO WS-IMP-ENTRY (WS-I)
               MOVE WS-C            TO WS-IMP-CARD-NO (WS-I)
               MOVE WS-CT-HELD-SW (WS-C) TO WS-IMP-HELD-SW (WS-I)
               MOVE WS-EFF-DATE-N   TO WS-IMP-EFF-DATE (WS-I)
               MOVE ZEROS           TO WS-IMP-OLD-MIN (WS-I)
               MOVE ZEROS           TO WS-IMP-OLD-MAX (WS-I)
               MOVE ZEROS           TO WS-IMP-NEW-MIN (WS-I)
               MOVE ZEROS           TO WS-IMP-NEW-MAX (WS-I)
               MOVE ZEROS           TO WS-IMP-MASTER-HITS (WS-I)
               MOVE ZEROS           TO WS-IMP-SUSP-HITS (WS-I)
           END-IF.

       2820-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2900-PRINT-CARD-LINE - the card as keyed, numbered, and
      *                   marked when it came back off REFPEND
      *-----------------------------------------------------------*
       2900-PRINT-CARD-LINE.

           MOVE SPACES TO REFM-RPT-RECORD
           WRITE REFM-RPT-RECORD AFTER ADVANCING 1 LINE
           IF WS-CT-SOURCE (WS-C) = 'P'
               MOVE 'HELD   ' TO WS-ACTION-TEXT
           ELSE
               MOVE SPACES    TO WS-ACTION-TEXT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CARD '                       DELIMITED BY SIZE
                  WS-C                          DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-ACTION-TEXT                DELIMITED BY SIZE
                  WS-CT-IMAGE (WS-C) (1:40)     DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-LIST-IMPACT - one pass of FORM-MASTER and FORMSUSP
      *                   tests every record against every change
      *                   that can fail it; the hits come back out of
      *                   the sort grouped under their change
      *-----------------------------------------------------------*
       5000-LIST-IMPACT.

           SORT IMPACT-SORT-FILE
               ON ASCENDING KEY IMP-SORT-SEQ
                                IMP-SORT-SOURCE
                                IMP-SORT-KEY
               INPUT PROCEDURE IS 5100-RELEASE-IMPACT
               OUTPUT PROCEDURE IS 5500-PRINT-IMPACT.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-RELEASE-IMPACT - test the whole master, then every
      *                   item still open in suspense
      *-----------------------------------------------------------*
       5100-RELEASE-IMPACT.

           OPEN INPUT FORM-MASTER-FILE
           IF WS-FS-MASTER-OK
               SET WS-MASTER-WAS-READ TO TRUE
               PERFORM 5110-READ-MASTER
               PERFORM 5120-TEST-MASTER-RECORD
                   UNTIL WS-EOF-MASTER
               CLOSE FORM-MASTER-FILE
           ELSE
               DISPLAY 'FORM-MASTER OPEN FAILED, STATUS '
                       WS-FS-MASTER ' - MASTER NOT LISTED'
           END-IF

           OPEN INPUT SUSPENSE-FILE
           EVALUATE TRUE
               WHEN WS-FS-SUSP-OK
                   PERFORM 5150-READ-SUSPENSE
                   PERFORM 5160-TEST-SUSPENSE-ITEM
                       UNTIL WS-EOF-SUSP
                   CLOSE SUSPENSE-FILE
               WHEN WS-FS-SUSP = '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'FORMSUSP OPEN FAILED, STATUS '
                           WS-FS-SUSP ' - SUSPENSE NOT LISTED'
           END-EVALUATE.

       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5110-READ-MASTER - read the next FORM-MASTER record
      *-----------------------------------------------------------*
       5110-READ-MASTER.

           READ FORM-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-MASTER-SW
           END-READ.

       5110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5120-TEST-MASTER-RECORD - lift the fields the province and
      *                   phone checks use off one master record,
      *                   test them against every change, read on
      *-----------------------------------------------------------*
       5120-TEST-MASTER-RECORD.

           MOVE 'M'                       TO WS-TEST-SOURCE
           MOVE WS-FORM-KEY OF FORM       TO WS-TEST-KEY
           MOVE WS-LAST-NAME OF FORM      TO WS-TEST-LAST-NAME
           MOVE WS-PROVINCE OF FORM       TO WS-TEST-PROVINCE
           MOVE WS-POSTCODE-1 OF FORM     TO WS-TEST-PFX
           MOVE SPACES                    TO WS-TEST-CODE
           MOVE ZEROS                     TO WS-TEST-NN-LEN
           MOVE 'N'                       TO WS-TEST-CODE-SW

      * The DIALREF checks only look at a structurally clean phone
           IF WS-CODECOUNTRY-LEN OF FORM > ZERO
                   AND WS-CODECOUNTRY-LEN OF FORM NOT > 4
                   AND WS-NATIONAL-NUMBER-LEN OF FORM > ZERO
                   AND WS-NATIONAL-NUMBER-LEN OF FORM NOT > 14
               IF WS-CODECOUNTRY OF FORM
                       (1:WS-CODECOUNTRY-LEN OF FORM) NUMERIC
                   SET WS-TEST-CODE-USABLE TO TRUE
                   MOVE WS-CODECOUNTRY OF FORM
                         (1:WS-CODECOUNTRY-LEN OF FORM)
                       TO WS-TEST-CODE
                   MOVE WS-NATIONAL-NUMBER-LEN OF FORM
                       TO WS-TEST-NN-LEN
               END-IF
           END-IF

           PERFORM 5200-TEST-ONE-CHANGE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-IMPACT-COUNT
           PERFORM 5110-READ-MASTER.

       5120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5150-READ-SUSPENSE - read the next suspense item
      *-----------------------------------------------------------*
       5150-READ-SUSPENSE.

           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSP-SW
           END-READ.

       5150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5160-TEST-SUSPENSE-ITEM - the same test for a suspense item
      *                   still open; resubmitted ones are done with
      *-----------------------------------------------------------*
       5160-TEST-SUSPENSE-ITEM.

           IF SUSP-IS-OPEN
               MOVE 'S'                   TO WS-TEST-SOURCE
               MOVE WS-FORM-KEY OF SUSP-FORM-DATA
                                          TO WS-TEST-KEY
               MOVE WS-LAST-NAME OF SUSP-FORM-DATA
                                          TO WS-TEST-LAST-NAME
               MOVE WS-PROVINCE OF SUSP-FORM-DATA
                                          TO WS-TEST-PROVINCE
               MOVE WS-POSTCODE-1 OF SUSP-FORM-DATA
                                          TO WS-TEST-PFX
               MOVE SPACES                TO WS-TEST-CODE
               MOVE ZEROS                 TO WS-TEST-NN-LEN
               MOVE 'N'                   TO WS-TEST-CODE-SW

               IF WS-CODECOUNTRY-LEN OF SUSP-FORM-DATA > ZERO
                       AND WS-CODECOUNTRY-LEN OF SUSP-FORM-DATA
                           NOT > 4
                       AND WS-NATIONAL-NUMBER-LEN OF SUSP-FORM-DATA
                           > ZERO
                       AND WS-NATIONAL-NUMBER-LEN OF SUSP-FORM-DATA
                           NOT > 14
                   IF WS-CODECOUNTRY OF SUSP-FORM-DATA
                           (1:WS-CODECOUNTRY-LEN OF SUSP-FORM-DATA)
                           NUMERIC
                       SET WS-TEST-CODE-USABLE TO TRUE
                       MOVE WS-CODECOUNTRY OF SUSP-FORM-DATA
                             (1:WS-CODECOUNTRY-LEN OF SUSP-FORM-DATA)
                           TO WS-TEST-CODE
                       MOVE WS-NATIONAL-NUMBER-LEN OF SUSP-FORM-DATA
                           TO WS-TEST-NN-LEN
                   END-IF
               END-IF

               PERFORM 5200-TEST-ONE-CHANGE
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-IMPACT-COUNT
           END-IF
           PERFORM 5150-READ-SUSPENSE.

       5160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-TEST-ONE-CHANGE - does impact entry WS-I fail the
      *                   record in WS-TEST-RECORD: the row it
      *                   matched is going, or its number length is
      *                   inside the old range but outside the new
      *-----------------------------------------------------------*
       5200-TEST-ONE-CHANGE.

           MOVE SPACES TO IMP-SORT-DETAIL
           EVALUATE TRUE
               WHEN WS-IMP-PROV-PAIR (WS-I)
                   IF WS-TEST-PROVINCE = WS-IMP-PROVINCE (WS-I)
                           AND WS-TEST-PFX = WS-IMP-PFX (WS-I)
                       STRING 'PROVINCE '          DELIMITED BY SIZE
                              WS-TEST-PROVINCE     DELIMITED BY SIZE
                              ' PREFIX '           DELIMITED BY SIZE
                              WS-TEST-PFX          DELIMITED BY SIZE
                              INTO IMP-SORT-DETAIL
                       END-STRING
                   END-IF
               WHEN NOT WS-TEST-CODE-USABLE
                   CONTINUE
               WHEN WS-TEST-CODE NOT = WS-IMP-CODE (WS-I)
                   CONTINUE
               WHEN WS-IMP-DIAL-RETIRE (WS-I)
                   STRING 'CODE '                  DELIMITED BY SIZE
                          WS-TEST-CODE             DELIMITED BY SIZE
                          ' NUMBER LENGTH '        DELIMITED BY SIZE
                          WS-TEST-NN-LEN           DELIMITED BY SIZE
                          INTO IMP-SORT-DETAIL
                   END-STRING
               WHEN WS-TEST-NN-LEN < WS-IMP-OLD-MIN (WS-I)
                       OR WS-TEST-NN-LEN > WS-IMP-OLD-MAX (WS-I)
                   CONTINUE
               WHEN WS-TEST-NN-LEN < WS-IMP-NEW-MIN (WS-I)
                       OR WS-TEST-NN-LEN > WS-IMP-NEW-MAX (WS-I)
                   STRING 'CODE '                  DELIMITED BY SIZE
                          WS-TEST-CODE             DELIMITED BY SIZE
                          ' NUMBER LENGTH '        DELIMITED BY SIZE
                          WS-TEST-NN-LEN           DELIMITED BY SIZE
                          INTO IMP-SORT-DETAIL
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF IMP-SORT-DETAIL NOT = SPACES
               IF WS-TEST-SOURCE = 'M'
                   ADD 1 TO WS-IMP-MASTER-HITS (WS-I)
               ELSE
                   ADD 1 TO WS-IMP-SUSP-HITS (WS-I)
               END-IF
               MOVE WS-I              TO IMP-SORT-SEQ
               MOVE WS-TEST-SOURCE    TO IMP-SORT-SOURCE
               MOVE WS-TEST-KEY       TO IMP-SORT-KEY
               MOVE WS-TEST-LAST-NAME TO IMP-SORT-LAST-NAME
               RELEASE IMPACT-SORT-RECORD
           END-IF.

       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5500-PRINT-IMPACT - walk the changes in card order, each
      *                   followed by the records it fails
      *-----------------------------------------------------------*
       5500-PRINT-IMPACT.

           MOVE SPACES TO REFM-RPT-RECORD
           WRITE REFM-RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE 'RECORDS THE CHANGES ABOVE TURN INVALID'
               TO WS-RPT-LINE
           WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-MASTER-WAS-READ
               MOVE '***** FORM-MASTER COULD NOT BE READ - NOT LISTED'
                   TO WS-RPT-LINE
               WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           PERFORM 5710-RETURN-IMPACT
           PERFORM 5600-LIST-ONE-CHANGE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-IMPACT-COUNT.

       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5600-LIST-ONE-CHANGE - the heading for one change, its
      *                   records and its counts
      *-----------------------------------------------------------*
       5600-LIST-ONE-CHANGE.

           PERFORM 5610-PRINT-CHANGE-HEADING
           PERFORM 5700-PRINT-IMPACT-LINE
               UNTIL WS-EOF-IMPACT
                  OR IMP-SORT-SEQ NOT = WS-I

           ADD WS-IMP-MASTER-HITS (WS-I) TO WS-MASTER-AFFECTED
           ADD WS-IMP-SUSP-HITS (WS-I)   TO WS-SUSP-AFFECTED
           MOVE SPACES TO WS-RPT-LINE
           IF WS-IMP-MASTER-HITS (WS-I) = ZERO
                   AND WS-IMP-SUSP-HITS (WS-I) = ZERO
               MOVE '    NO MASTER RECORD OR OPEN SUSPENSE ITEM FAILS'
                   TO WS-RPT-LINE
           ELSE
               STRING '    FORM-MASTER: '        DELIMITED BY SIZE
                      WS-IMP-MASTER-HITS (WS-I)   DELIMITED BY SIZE
                      '  OPEN SUSPENSE: '         DELIMITED BY SIZE
                      WS-IMP-SUSP-HITS (WS-I)     DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
           END-IF
           WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5610-PRINT-CHANGE-HEADING - which card, what it does to
      *                   which row, and whether it is in force
      *-----------------------------------------------------------*
       5610-PRINT-CHANGE-HEADING.

           MOVE SPACES TO REFM-RPT-RECORD
           WRITE REFM-RPT-RECORD AFTER ADVANCING 1 LINE

           IF WS-IMP-HELD-SW (WS-I) = 'Y'
               MOVE 'FROM    ' TO WS-ACTION-TEXT
           ELSE
               MOVE 'APPLIED ' TO WS-ACTION-TEXT
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-IMP-PROV-PAIR (WS-I)
                   STRING 'CARD '                   DELIMITED BY SIZE
                          WS-IMP-CARD-NO (WS-I)     DELIMITED BY SIZE
                          ' PROVREF '               DELIMITED BY SIZE
                          WS-IMP-PROVINCE (WS-I)    DELIMITED BY SIZE
                          ' PREFIX '                DELIMITED BY SIZE
                          WS-IMP-PFX (WS-I)         DELIMITED BY SIZE
                          ' GOES - '                DELIMITED BY SIZE
                          WS-ACTION-TEXT            DELIMITED BY SIZE
                          WS-IMP-EFF-DATE (WS-I)    DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
               WHEN WS-IMP-DIAL-RETIRE (WS-I)
                   STRING 'CARD '                   DELIMITED BY SIZE
                          WS-IMP-CARD-NO (WS-I)     DELIMITED BY SIZE
                          ' DIALREF CODE '          DELIMITED BY SIZE
                          WS-IMP-CODE (WS-I)        DELIMITED BY SIZE
                          ' RETIRED - '             DELIMITED BY SIZE
                          WS-ACTION-TEXT            DELIMITED BY SIZE
                          WS-IMP-EFF-DATE (WS-I)    DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'CARD '                   DELIMITED BY SIZE
                          WS-IMP-CARD-NO (WS-I)     DELIMITED BY SIZE
                          ' DIALREF CODE '          DELIMITED BY SIZE
                          WS-IMP-CODE (WS-I)        DELIMITED BY SIZE
                          ' LENGTH '                DELIMITED BY SIZE
                          WS-IMP-OLD-MIN (WS-I)     DELIMITED BY SIZE
                          '-'                       DELIMITED BY SIZE
                          WS-IMP-OLD-MAX (WS-I)     DELIMITED BY SIZE
                          ' TO '                    DELIMITED BY SIZE
                          WS-IMP-NEW-MIN (WS-I)     DELIMITED BY SIZE
                          '-'                       DELIMITED BY SIZE
                          WS-IMP-NEW-MAX (WS-I)     DELIMITED BY SIZE
                          ' - '                     DELIMITED BY SIZE
                          WS-ACTION-TEXT            DELIMITED BY SIZE
                          WS-IMP-EFF-DATE (WS-I)    DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
           END-EVALUATE
           WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       5610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5700-PRINT-IMPACT-LINE - one failed record, then the next
      *-----------------------------------------------------------*
       5700-PRINT-IMPACT-LINE.

           MOVE SPACES TO WS-RPT-LINE
           IF IMP-SORT-SOURCE = 'M'
               MOVE 'FORMMSTR' TO WS-ACTION-TEXT
           ELSE
               MOVE 'FORMSUSP' TO WS-ACTION-TEXT
           END-IF
           STRING '    '                        DELIMITED BY SIZE
                  WS-ACTION-TEXT                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  IMP-SORT-KEY                  DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  IMP-SORT-LAST-NAME            DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  IMP-SORT-DETAIL               DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 5710-RETURN-IMPACT.

       5700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5710-RETURN-IMPACT - take the next sorted impact record
      *-----------------------------------------------------------*
       5710-RETURN-IMPACT.

           RETURN IMPACT-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-IMPACT-SW
           END-RETURN.

       5710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - write back whichever reference files the
      *                   cards changed, carry the held cards forward
      *                   on REFPEND and report the totals
      *-----------------------------------------------------------*
       9000-TERMINATE.

           IF NOT WS-RUN-ABORTED
               IF WS-PROV-CHANGED
                   PERFORM 9100-WRITE-PROVREF
               END-IF
               IF WS-DIAL-CHANGED AND NOT WS-RUN-ABORTED
                   PERFORM 9200-WRITE-DIALREF
               END-IF
               IF NOT WS-RUN-ABORTED
                   PERFORM 9300-WRITE-PENDING-CARDS
               END-IF
           END-IF

           IF WS-FS-RPT-OK
               MOVE SPACES TO REFM-RPT-RECORD
               WRITE REFM-RPT-RECORD AFTER ADVANCING 2 LINES
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CARDS: '                    DELIMITED BY SIZE
                      WS-CARDS-READ                DELIMITED BY SIZE
                      '  FROM REFPEND: '           DELIMITED BY SIZE
                      WS-PENDING-READ              DELIMITED BY SIZE
                      '  APPLIED: '                DELIMITED BY SIZE
                      WS-CARDS-APPLIED             DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'HELD: '                     DELIMITED BY SIZE
                      WS-CARDS-HELD                DELIMITED BY SIZE
                      '  REJECTED: '               DELIMITED BY SIZE
                      WS-CARDS-REJECTED            DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FORM-MASTER LINES LISTED: ' DELIMITED BY SIZE
                      WS-MASTER-AFFECTED           DELIMITED BY SIZE
                      '  SUSPENSE LINES LISTED: '  DELIMITED BY SIZE
                      WS-SUSP-AFFECTED             DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               IF WS-RUN-ABORTED
                   MOVE '***** RUN STOPPED - REFERENCE FILES UNCHANGED'
                       TO WS-RPT-LINE
                   WRITE REFM-RPT-RECORD FROM WS-RPT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               CLOSE REFM-RPT-FILE
           END-IF

           DISPLAY 'CARDS READ.....: ' WS-CARDS-READ
           DISPLAY 'CARDS HELD OVER: ' WS-PENDING-READ
           DISPLAY 'APPLIED........: ' WS-CARDS-APPLIED
           DISPLAY 'HELD...........: ' WS-CARDS-HELD
           DISPLAY 'REJECTED.......: ' WS-CARDS-REJECTED

           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-WRITE-PROVREF - the live rows go to PROVREFN first, so
      *                   PROVREF stays intact until the new copy is
      *                   complete, then copy back over PROVREF
      *-----------------------------------------------------------*
       9100-WRITE-PROVREF.

           OPEN OUTPUT PROV-NEW-FILE
           IF NOT WS-FS-PROVNEW-OK
               DISPLAY 'PROVREFN OPEN FAILED, STATUS ' WS-FS-PROVNEW
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 9110-WRITE-PROV-ENTRY
                   VARYING WS-PROV-IDX FROM 1 BY 1
                   UNTIL WS-PROV-IDX > WS-PROV-TABLE-COUNT
               CLOSE PROV-NEW-FILE
               PERFORM 9150-COPY-PROVREF-BACK
           END-IF.

       9100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9110-WRITE-PROV-ENTRY - one live row onto PROVREFN
      *-----------------------------------------------------------*
       9110-WRITE-PROV-ENTRY.

           IF WS-PROV-TAB-STATUS (WS-PROV-IDX) = 'L'
               MOVE SPACES TO PROVREF-RECORD
               MOVE WS-PROV-TAB-PROVINCE (WS-PROV-IDX)
                   TO PROVREF-PROVINCE
               MOVE WS-PROV-TAB-POSTCODE-PFX (WS-PROV-IDX)
                   TO PROVREF-POSTCODE-PFX
               MOVE WS-PROV-TAB-EFF-DATE (WS-PROV-IDX)
                   TO PROVREF-EFF-DATE
               WRITE PROVNEW-RECORD FROM PROVREF-RECORD
           END-IF.

       9110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9150-COPY-PROVREF-BACK - carry PROVREFN over PROVREF
      *-----------------------------------------------------------*
       9150-COPY-PROVREF-BACK.

           OPEN INPUT PROV-NEW-FILE
           IF WS-FS-PROVNEW-OK
               OPEN OUTPUT PROVINCE-REF-FILE
               IF WS-FS-PROVREF-OK
                   MOVE 'N' TO WS-PROVREF-EOF-SW
                   PERFORM 9160-READ-PROV-NEW
                   PERFORM 9170-COPY-PROV-ROW
                       UNTIL WS-PROVREF-EOF-YES
                   CLOSE PROVINCE-REF-FILE
               ELSE
                   DISPLAY 'PROVREF COPY-BACK FAILED, STATUS '
                           WS-FS-PROVREF ' - REBUILD FROM PROVREFN'
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
               CLOSE PROV-NEW-FILE
           ELSE
               DISPLAY 'PROVREFN REOPEN FAILED, STATUS '
                       WS-FS-PROVNEW ' - PROVREF UNCHANGED'
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       9150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9160-READ-PROV-NEW - read one row back off PROVREFN
      *-----------------------------------------------------------*
       9160-READ-PROV-NEW.

           READ PROV-NEW-FILE
               AT END
                   SET WS-PROVREF-EOF-YES TO TRUE
           END-READ.

       9160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9170-COPY-PROV-ROW - one row onto PROVREF, read the next
      *-----------------------------------------------------------*
       9170-COPY-PROV-ROW.

           WRITE PROVREF-RECORD FROM PROVNEW-RECORD
           PERFORM 9160-READ-PROV-NEW.

       9170-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9200-WRITE-DIALREF - the live rows go to DIALREFN, then copy
      *                   back over DIALREF, as for PROVREF
      *-----------------------------------------------------------*
       9200-WRITE-DIALREF.

           OPEN OUTPUT DIAL-NEW-FILE
           IF NOT WS-FS-DIALNEW-OK
               DISPLAY 'DIALREFN OPEN FAILED, STATUS ' WS-FS-DIALNEW
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 9210-WRITE-DIAL-ENTRY
                   VARYING WS-DIAL-IDX FROM 1 BY 1
                   UNTIL WS-DIAL-IDX > WS-DIAL-TABLE-COUNT
               CLOSE DIAL-NEW-FILE
               PERFORM 9250-COPY-DIALREF-BACK
           END-IF.

       9200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9210-WRITE-DIAL-ENTRY - one live row onto DIALREFN
      *-----------------------------------------------------------*
       9210-WRITE-DIAL-ENTRY.

           IF WS-DIAL-TAB-STATUS (WS-DIAL-IDX) = 'L'
               MOVE SPACES TO DIALREF-RECORD
               MOVE WS-DIAL-TAB-CODE (WS-DIAL-IDX)    TO DIALREF-CODE
               MOVE WS-DIAL-TAB-MIN-LEN (WS-DIAL-IDX)
                   TO DIALREF-MIN-LEN
               MOVE WS-DIAL-TAB-MAX-LEN (WS-DIAL-IDX)
                   TO DIALREF-MAX-LEN
               MOVE WS-DIAL-TAB-GRP-1 (WS-DIAL-IDX)   TO DIALREF-GRP-1
               MOVE WS-DIAL-TAB-GRP-2 (WS-DIAL-IDX)   TO DIALREF-GRP-2
               MOVE WS-DIAL-TAB-EFF-DATE (WS-DIAL-IDX)
                   TO DIALREF-EFF-DATE
               WRITE DIALNEW-RECORD FROM DIALREF-RECORD
           END-IF.

       9210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9250-COPY-DIALREF-BACK - carry DIALREFN over DIALREF
      *-----------------------------------------------------------*
       9250-COPY-DIALREF-BACK.

           OPEN INPUT DIAL-NEW-FILE
           IF WS-FS-DIALNEW-OK
               OPEN OUTPUT DIAL-REF-FILE
               IF WS-FS-DIALREF-OK
                   MOVE 'N' TO WS-DIALREF-EOF-SW
                   PERFORM 9260-READ-DIAL-NEW
                   PERFORM 9270-COPY-DIAL-ROW
                       UNTIL WS-DIALREF-EOF-YES
                   CLOSE DIAL-REF-FILE
               ELSE
                   DISPLAY 'DIALREF COPY-BACK FAILED, STATUS '
                           WS-FS-DIALREF ' - REBUILD FROM DIALREFN'
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
               CLOSE DIAL-NEW-FILE
           ELSE
               DISPLAY 'DIALREFN REOPEN FAILED, STATUS '
                       WS-FS-DIALNEW ' - DIALREF UNCHANGED'
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       9250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9260-READ-DIAL-NEW - read one row back off DIALREFN
      *-----------------------------------------------------------*
       9260-READ-DIAL-NEW.

           READ DIAL-NEW-FILE
               AT END
                   SET WS-DIALREF-EOF-YES TO TRUE
           END-READ.

       9260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9270-COPY-DIAL-ROW - one row onto DIALREF, read the next
      *-----------------------------------------------------------*
       9270-COPY-DIAL-ROW.

           WRITE DIALREF-RECORD FROM DIALNEW-RECORD
           PERFORM 9260-READ-DIAL-NEW.

       9270-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9300-WRITE-PENDING-CARDS - REFPEND is rewritten with just
      *                   the cards still waiting for their date, so
      *                   a card applied tonight drops off it
      *-----------------------------------------------------------*
       9300-WRITE-PENDING-CARDS.

           OPEN OUTPUT PENDING-CARD-FILE
           IF NOT WS-FS-PEND-OK
               DISPLAY 'REFPEND OPEN FAILED, STATUS ' WS-FS-PEND
                       ' - HELD CARDS MUST BE RESUBMITTED'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 9310-WRITE-PENDING-CARD
                   VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CARD-COUNT
               CLOSE PENDING-CARD-FILE
           END-IF.

       9300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9310-WRITE-PENDING-CARD - one held card onto REFPEND
      *-----------------------------------------------------------*
       9310-WRITE-PENDING-CARD.

           IF WS-CT-HELD-SW (WS-C) = 'Y'
               WRITE PENDING-CARD-RECORD FROM WS-CT-IMAGE (WS-C)
           END-IF.

       9310-EXIT.
           EXIT.

       END PROGRAM FRMREFM.
