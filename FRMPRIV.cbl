      *****************************************************************
      * Program name:    Subject Access Disclosure and Erasure
      * Original author: Jeremiah Silva
      *
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 JEREMIAH SILVA Created so a subject-access request is
      *                         answered in one run instead of pieced
      *                         together from FRMINQ, FRMJRPT and the
      *                         flat files by hand: one PRIVCTL card
      *                         names the person by key, or by name
      *                         and phone, and every place that holds
      *                         them - FORMMSTR, FRMJRNL and the
      *                         FRMJCAT archive periods, FORMARCP, the
      *                         FORMARCH rebuild base, the FORMGEN1..n
      *                         generations, FORMSUSP, FORMXREF,
      *                         FORMRXRF, HHLDXREF and FORMVHLD - is
      *                         printed on one disclosure report; an
      *                         erasure card (E authority for FRMPRIV
      *                         on OPERAUTH) overwrites the name,
      *                         phone and street in every one of
      *                         those images, journal before and
      *                         after images included, and keeps the
      *                         key and dates so record counts and
      *                         batch totals still balance
      * 15/10/26 JEREMIAH SILVA FORMGONE gone-away marks carry the
      *                         address the letter came back from, so
      *                         they are disclosed too, and an
      *                         erasure overwrites their street the
      *                         same way as the master's so the mark
      *                         still matches
      * 15/10/26 JEREMIAH SILVA FORMSUSP layout follows the keying
      *                         operator, batch number and clear date
      *                         now held on every suspense item
      * 15/10/26 JEREMIAH SILVA The processing date is now the open
      *                         business date on BUSDATE instead of the
      *                         system clock, so a window that runs past
      *                         midnight or a rerun next morning posts
      *                         to the business day it belongs to; with
      *                         no open business date the run is refused
      *                         with return code eight, and the report
      *                         heading prints the business date
      * 15/10/26 JEREMIAH SILVA Items FRMVRFY holds on FORMVHLD for
      *                         second-keying resolution carry both
      *                         keyings' images of the person, so both
      *                         are now disclosed and an erasure
      *                         overwrites both; the authority
      *                         paragraphs are moved after the file
      *                         searches so the paragraphs read in order
      * 15/10/26 JEREMIAH SILVA An erased master record is now posted on
      *                         FRMJRNL under code E, before and after
      *                         images, so FRMCDC carries the erasure to
      *                         the downstream systems; the journal pass
      *                         then overwrites the entry's before image
      *                         like every other, and with no journal to
      *                         post to the master is left alone and the
      *                         run ends with return code eight
      * 15/10/26 JEREMIAH SILVA An erasure that cannot post to FRMJRNL,
      *                         open FORMMSTR or rewrite a master record
      *                         now stops the run before any other file
      *                         is searched, so the person is never
      *                         erased everywhere but the master
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMPRIV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORM-MASTER-FILE   ASSIGN TO 'FORMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-FORM-KEY OF FORM
               FILE STATUS IS WS-FS-MASTER.
           SELECT JOURNAL-FILE       ASSIGN TO DYNAMIC
                                     WS-JRNL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.
           SELECT CATALOG-FILE       ASSIGN TO 'FRMJCAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
           SELECT MASTER-COPY-FILE   ASSIGN TO DYNAMIC
                                     WS-COPY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COPY.
           SELECT GEN-CONTROL-FILE   ASSIGN TO 'FORMGCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GCTL.
           SELECT SUSPENSE-FILE      ASSIGN TO 'FORMSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUSP.
           SELECT XREF-FILE          ASSIGN TO 'FORMXREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-XREF.
           SELECT RETIRED-XREF-FILE  ASSIGN TO 'FORMRXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RXRF.
           SELECT HHLD-XREF-FILE     ASSIGN TO 'HHLDXREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HHLD.
           SELECT GONE-AWAY-FILE     ASSIGN TO 'FORMGONE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GONE.
           SELECT VERIFY-HOLD-FILE   ASSIGN TO 'FORMVHLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VHLD.
           SELECT CONTROL-CARD-FILE  ASSIGN TO 'PRIVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT PRIV-RPT-FILE      ASSIGN TO 'PRIVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT OPER-AUTH-FILE     ASSIGN TO 'OPERAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUTH.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
       FD  FORM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY 'LAYOUT001.CPY'.

      * The live journal and every archived period share one layout,
      * so one dynamically named file serves FRMJRNL and FRMJAnnn.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD.
           05 JRNL-OPERATOR-ID          PIC X(08).
           05 JRNL-RUN-DATE             PIC 9(08).
           05 JRNL-TRAN-CODE            PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==JRNL-BEFORE-IMAGE==.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==JRNL-AFTER-IMAGE==.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  JCAT-RECORD.
           05 JCAT-PERIOD-SEQ           PIC 9(03).
           05 JCAT-DATE-FROM            PIC 9(08).
           05 JCAT-DATE-TO              PIC 9(08).
           05 JCAT-FILE-NAME            PIC X(08).
           05 FILLER                    PIC X(53).

      * FORMARCP, FORMARCH and the FORMGENn generations are all flat
      * copies of the master record, so one dynamically named file
      * serves the lot.
       FD  MASTER-COPY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY 'LAYOUT001.CPY' REPLACING ==01 FORM.== BY
                                      ==01 COPY-RECORD.==.

       FD  GEN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GCTL-RECORD.
           05 GCTL-CURRENT-GEN          PIC 9(01).
           05 GCTL-MAX-GENS             PIC 9(01).
           05 FILLER                    PIC X(78).

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

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  XREF-RECORD.
           05 XREF-LAST-NAME            PIC X(20).
           05 XREF-FIRST-NAME           PIC X(20).
           05 XREF-CODECOUNTRY          PIC X(04).
           05 XREF-NATIONAL-NUMBER      PIC X(14).
           05 XREF-FORM-KEY             PIC 9(06).
           05 XREF-CITY                 PIC X(15).
           05 XREF-PROVINCE             PIC X(08).

       FD  RETIRED-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETIRED-XREF-RECORD.
           05 RXRF-RETIRED-KEY          PIC 9(06).
           05 RXRF-SURVIVOR-KEY         PIC 9(06).
           05 RXRF-MERGE-DATE           PIC 9(08).
           05 RXRF-REVIEWER             PIC X(08).
           05 FILLER                    PIC X(52).

       FD  HHLD-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  HHLD-XREF-RECORD.
           05 HH-FORM-KEY               PIC 9(06).
           05 HH-HOUSEHOLD-NO           PIC 9(07).
           05 HH-MEMBER-COUNT           PIC 9(03).
           05 HH-ADDRESSEE-SW           PIC X(01).
           05 FILLER                    PIC X(63).

       FD  GONE-AWAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  GONE-AWAY-RECORD.
           05 GONE-FORM-KEY             PIC 9(06).
           05 GONE-MARK-DATE            PIC 9(08).
           05 GONE-ADDRESS.
               07 GONE-STREET           PIC X(20).
               07 GONE-DISTRICT         PIC X(15).
               07 GONE-CITY             PIC X(15).
               07 GONE-PROVINCE         PIC X(08).
               07 GONE-POSTCODE         PIC X(06).
           05 FILLER                    PIC X(02).

       FD  VERIFY-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-HOLD-RECORD.
           05 VHLD-BATCH-DATE           PIC 9(08).
           05 VHLD-BATCH-NUMBER         PIC 9(06).
           05 VHLD-SEQ                  PIC 9(05).
           05 VHLD-HELD-DATE            PIC 9(08).
           05 VHLD-OPERATOR-1           PIC X(08).
           05 VHLD-OPERATOR-2           PIC X(08).
           05 VHLD-PRESENT-1            PIC X(01).
           05 VHLD-TRAN-CODE-1          PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==VHLD-FORM-1==.
           05 VHLD-PRESENT-2            PIC X(01).
           05 VHLD-TRAN-CODE-2          PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==VHLD-FORM-2==.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 PV-FUNCTION               PIC X(01).
               88 PV-IS-DISCLOSE              VALUE 'D'.
               88 PV-IS-ERASE                 VALUE 'E'.
           05 PV-OPERATOR-ID            PIC X(08).
           05 PV-FORM-KEY               PIC X(06).
           05 PV-LAST-NAME              PIC X(20).
           05 PV-FIRST-NAME             PIC X(20).
           05 PV-CODECOUNTRY            PIC X(04).
           05 PV-NATNUM                 PIC X(14).
           05 FILLER                    PIC X(07).

       FD  PRIV-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRIV-RPT-RECORD              PIC X(132).

       FD  OPER-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERAUTH-RECORD.
           05 OA-OPERATOR-ID            PIC X(08).
           05 OA-PROGRAM                PIC X(08).
           05 OA-FUNCTION               PIC X(01).
           05 FILLER                    PIC X(63).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-MASTER          PIC XX.
               88 WS-FS-MASTER-OK        VALUE '00'.
           05 WS-FS-JRNL            PIC XX.
               88 WS-FS-JRNL-OK          VALUE '00'.
           05 WS-FS-CAT             PIC XX.
               88 WS-FS-CAT-OK           VALUE '00'.
           05 WS-FS-COPY            PIC XX.
               88 WS-FS-COPY-OK          VALUE '00'.
           05 WS-FS-GCTL            PIC XX.
               88 WS-FS-GCTL-OK          VALUE '00'.
           05 WS-FS-SUSP            PIC XX.
               88 WS-FS-SUSP-OK          VALUE '00'.
           05 WS-FS-XREF            PIC XX.
               88 WS-FS-XREF-OK          VALUE '00'.
           05 WS-FS-RXRF            PIC XX.
               88 WS-FS-RXRF-OK          VALUE '00'.
           05 WS-FS-HHLD            PIC XX.
               88 WS-FS-HHLD-OK          VALUE '00'.
           05 WS-FS-GONE            PIC XX.
               88 WS-FS-GONE-OK          VALUE '00'.
           05 WS-FS-VHLD            PIC XX.
               88 WS-FS-VHLD-OK          VALUE '00'.
               88 WS-FS-VHLD-NONE        VALUE '35'.
           05 WS-FS-CTL             PIC XX.
               88 WS-FS-CTL-OK           VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-AUTH            PIC XX.
               88 WS-FS-AUTH-OK          VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-FUNCTION-SW        PIC X(01)   VALUE SPACE.
               88 WS-FUNC-DISCLOSE       VALUE 'D'.
               88 WS-FUNC-ERASE          VALUE 'E'.
           05 WS-RUN-ABORTED-SW     PIC X(01)   VALUE 'N'.
               88 WS-RUN-ABORTED         VALUE 'Y'.
           05 WS-EOF-JRNL-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-JRNL            VALUE 'Y'.
           05 WS-EOF-CAT-SW         PIC X(01)   VALUE 'N'.
               88 WS-EOF-CAT             VALUE 'Y'.
           05 WS-EOF-COPY-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-COPY            VALUE 'Y'.
           05 WS-EOF-SUSP-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-SUSP            VALUE 'Y'.
           05 WS-EOF-XREF-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-XREF            VALUE 'Y'.
           05 WS-EOF-RXRF-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-RXRF            VALUE 'Y'.
           05 WS-EOF-HHLD-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-HHLD            VALUE 'Y'.
           05 WS-EOF-GONE-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-GONE            VALUE 'Y'.
           05 WS-EOF-VHLD-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-VHLD            VALUE 'Y'.
           05 WS-VHLD-CHANGED-SW    PIC X(01)   VALUE 'N'.
               88 WS-VHLD-CHANGED        VALUE 'Y'.
           05 WS-EOF-AUTH-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-AUTH            VALUE 'Y'.
           05 WS-AUTH-FOUND-SW      PIC X(01)   VALUE 'N'.
               88 WS-AUTH-FOUND          VALUE 'Y'.
           05 WS-AUTH-REFUSED-SW    PIC X(01)   VALUE 'N'.
               88 WS-AUTH-REFUSED        VALUE 'Y'.
           05 WS-SUBJECT-KEY-SW     PIC X(01)   VALUE 'N'.
               88 WS-SUBJECT-KEY         VALUE 'Y'.
           05 WS-KEYS-ADDED-SW      PIC X(01)   VALUE 'N'.
               88 WS-KEYS-ADDED          VALUE 'Y'.
           05 WS-ENTRY-HELD-SW      PIC X(01)   VALUE 'N'.
               88 WS-ENTRY-HELD          VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-OPERATOR-ID            PIC X(08)   VALUE SPACES.

       77 WS-MAX-AUTH-TABLE         PIC 9(03)   VALUE 100.
       77 WS-AUTH-TABLE-COUNT       PIC 9(03)   VALUE ZEROS.

       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-AUTH-TABLE-COUNT
                   INDEXED BY WS-AUTH-IDX.
               07 WS-AUTH-TAB-OPERATOR     PIC X(08).
               07 WS-AUTH-TAB-PROGRAM      PIC X(08).
               07 WS-AUTH-TAB-FUNCTION     PIC X(01).

       01 WS-CHECK-FUNCTION         PIC X(01)   VALUE SPACE.

      * Every key that belongs to the person asked about: the key on
      * the card or every key the name and phone match, plus any key
      * merged into or out of one of them on FORMRXRF
       77 WS-MAX-SUBJ-TABLE         PIC 9(03)   VALUE 050.
       77 WS-SUBJ-KEY-COUNT         PIC 9(03)   VALUE ZEROS.

       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-SUBJ-KEY-COUNT
                   INDEXED BY WS-SUBJ-IDX.
               07 WS-SUBJ-TAB-KEY          PIC 9(06).
               07 WS-SUBJ-TAB-SOURCE       PIC X(30).

       01 WS-CHECK-KEY              PIC 9(06)   VALUE ZEROS.
       01 WS-OTHER-KEY              PIC 9(06)   VALUE ZEROS.
       01 WS-KEY-SOURCE             PIC X(30)   VALUE SPACES.

       01 WS-SEARCH-NAME.
           05 WS-SRCH-LAST-NAME     PIC X(20)   VALUE SPACES.
           05 WS-SRCH-FIRST-NAME    PIC X(20)   VALUE SPACES.
           05 WS-SRCH-CODECOUNTRY   PIC X(04)   VALUE SPACES.
           05 WS-SRCH-NATNUM        PIC X(14)   VALUE SPACES.

       01 WS-MATCH-NAME.
           05 WS-MTCH-LAST-NAME     PIC X(20)   VALUE SPACES.
           05 WS-MTCH-FIRST-NAME    PIC X(20)   VALUE SPACES.
           05 WS-MTCH-CODECOUNTRY   PIC X(04)   VALUE SPACES.
           05 WS-MTCH-NATNUM        PIC X(14)   VALUE SPACES.

       77 WS-MAX-CAT-TABLE          PIC 9(03)   VALUE 050.
       77 WS-CAT-COUNT              PIC 9(03)   VALUE ZEROS.
       77 WS-P                      PIC 9(03)   VALUE ZEROS.

       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 50 TIMES.
               07 WS-CAT-DATE-FROM      PIC 9(08).
               07 WS-CAT-DATE-TO        PIC 9(08).
               07 WS-CAT-FILE-NAME      PIC X(08).

       01 WS-JRNL-FILE-NAME         PIC X(08)   VALUE SPACES.
       01 WS-COPY-FILE-NAME         PIC X(08)   VALUE SPACES.

       77 WS-DEFAULT-MAX-GENS       PIC 9(01)   VALUE 5.
       77 WS-G                      PIC 9(02)   VALUE ZEROS.

       01 WS-GENERATION-CONTROL.
           05 WS-MAX-GENS               PIC 9(01)  VALUE ZERO.
           05 WS-GEN-NO                 PIC 9(01)  VALUE ZERO.

      * Working copy of whichever person image is being disclosed or
      * erased; every file's image is moved through here so the one
      * print and the one overwrite serve them all
       COPY 'LAYOUT001.CPY' REPLACING ==01 FORM.== BY
                                      ==01 WS-PRIV-IMAGE.==.

       01 WS-ERASED-TEXT            PIC X(06)   VALUE 'ERASED'.
       01 WS-NATNUM-LEN             PIC 9(02)   VALUE ZEROS.

       01 WS-COUNTERS.
           05 WS-MASTER-HITS        PIC 9(07)   VALUE ZEROS.
           05 WS-JRNL-HITS          PIC 9(07)   VALUE ZEROS.
           05 WS-COPY-HITS          PIC 9(07)   VALUE ZEROS.
           05 WS-SUSP-HITS          PIC 9(07)   VALUE ZEROS.
           05 WS-XREF-HITS          PIC 9(07)   VALUE ZEROS.
           05 WS-RXRF-HITS          PIC 9(07)   VALUE ZEROS.
           05 WS-HHLD-HITS          PIC 9(07)   VALUE ZEROS.
           05 WS-GONE-HITS          PIC 9(07)   VALUE ZEROS.
           05 WS-VHLD-HITS          PIC 9(07)   VALUE ZEROS.
           05 WS-IMAGES-ERASED      PIC 9(07)   VALUE ZEROS.
           05 WS-FILE-HITS          PIC 9(07)   VALUE ZEROS.

       77 WS-MAX-LINES-PER-PAGE     PIC 99      VALUE 50.

       01 WS-REPORT-CONTROL.
           05 WS-PAGE-NUMBER          PIC 9(04)  VALUE ZEROS.
           05 WS-LINES-ON-PAGE        PIC 99     VALUE ZEROS.

       01 WS-RUN-DATE.
           05 WS-RUN-CCYY             PIC 9(04).
           05 WS-RUN-MM               PIC 99.
           05 WS-RUN-DD               PIC 99.

       01 WS-RPT-LINE                 PIC X(132).
       01 WS-IMAGE-CAPTION            PIC X(60).

       01 WS-HEADER-LINE.
           05 WS-HDR-TITLE            PIC X(34)  VALUE
                  'FORM SUBJECT ACCESS DISCLOSURE'.
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
           05 FILLER                  PIC X(59)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-RESOLVE-SUBJECT
               IF WS-SUBJ-KEY-COUNT > ZERO
                   PERFORM 3000-SEARCH-MASTER
                   IF WS-RUN-ABORTED
                       MOVE 'RUN STOPPED - NO OTHER FILE SEARCHED'
                           TO WS-RPT-LINE
                       PERFORM 8000-WRITE-REPORT-LINE
                   ELSE
                       PERFORM 3200-SEARCH-JOURNALS
                       PERFORM 3400-SEARCH-MASTER-COPIES
                       PERFORM 3600-SEARCH-SUSPENSE
                       PERFORM 3700-SEARCH-NAME-XREF
                       PERFORM 3800-SEARCH-RETIRED-XREF
                       PERFORM 3900-SEARCH-HOUSEHOLDS
                       PERFORM 3950-SEARCH-GONE-AWAY
                       PERFORM 3980-SEARCH-VERIFY-HOLD
                   END-IF
               ELSE
                   MOVE 'NO RECORD OF THIS PERSON IS HELD ON ANY FILE'
                       TO WS-RPT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
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
      * 1000-INITIALIZE - read the request card, open the report,
      *                   verify an erasure operator and load the
      *                   archive period catalog
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           PERFORM 1100-READ-CONTROL-CARD

           IF NOT WS-RUN-ABORTED
               OPEN OUTPUT PRIV-RPT-FILE
               IF NOT WS-FS-RPT-OK
                   DISPLAY 'PRIVACY REPORT OPEN FAILED, STATUS '
                           WS-FS-RPT
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   IF WS-FUNC-ERASE
                       MOVE 'FORM SUBJECT ERASURE REPORT'
                           TO WS-HDR-TITLE
                   END-IF
                   PERFORM 8100-START-NEW-PAGE
               END-IF
           END-IF

           IF NOT WS-RUN-ABORTED AND WS-FUNC-ERASE
               PERFORM 1150-VERIFY-OPERATOR
           END-IF

           IF NOT WS-RUN-ABORTED
               PERFORM 1300-LOAD-PERIOD-CATALOG
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-CONTROL-CARD - one card on PRIVCTL: D to disclose
      *                   or E to erase, the operator, and either
      *                   the person's key or their last name (first
      *                   name optional) and phone country code and
      *                   national number
      *-----------------------------------------------------------*
       1100-READ-CONTROL-CARD.

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT WS-FS-CTL-OK
               DISPLAY 'CONTROL CARD OPEN FAILED, STATUS ' WS-FS-CTL
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               READ CONTROL-CARD-FILE
                   AT END
                       DISPLAY 'CONTROL CARD FILE IS EMPTY'
                       SET WS-RUN-ABORTED TO TRUE
               END-READ

               IF NOT WS-RUN-ABORTED
                   IF PV-IS-DISCLOSE OR PV-IS-ERASE
                       MOVE PV-FUNCTION    TO WS-FUNCTION-SW
                       MOVE PV-OPERATOR-ID TO WS-OPERATOR-ID
                   ELSE
                       DISPLAY 'CONTROL CARD FUNCTION NOT '
                               'D OR E: ' PV-FUNCTION
                       SET WS-RUN-ABORTED TO TRUE
                   END-IF
               END-IF

               IF NOT WS-RUN-ABORTED
                   IF PV-FORM-KEY NOT NUMERIC
                       IF PV-FORM-KEY NOT = SPACES
                           DISPLAY 'REQUEST KEY NOT NUMERIC: '
                                   PV-FORM-KEY
                           SET WS-RUN-ABORTED TO TRUE
                       ELSE
                           IF PV-LAST-NAME = SPACES
                                   OR PV-NATNUM = SPACES
                               DISPLAY 'REQUEST CARD NEEDS A KEY, OR '
                                       'A NAME AND A PHONE'
                               SET WS-RUN-ABORTED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF

               CLOSE CONTROL-CARD-FILE
           END-IF.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1150-VERIFY-OPERATOR - an erasure overwrites FORMMSTR and
      *                   every file behind it, so the operator on
      *                   the card must hold E authority for FRMPRIV
      *                   on OPERAUTH first; a refusal files its
      *                   violation line and ends with return code
      *                   twelve (a disclosure changes nothing and
      *                   needs no authority)
      *-----------------------------------------------------------*
       1150-VERIFY-OPERATOR.

           PERFORM 6000-LOAD-AUTH-TABLE
           MOVE 'E' TO WS-CHECK-FUNCTION
           PERFORM 6100-CHECK-AUTHORITY

           IF NOT WS-AUTH-FOUND
               SET WS-AUTH-REFUSED TO TRUE
               SET WS-RUN-ABORTED  TO TRUE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'AUTHORITY VIOLATION - OPERATOR '
                                                  DELIMITED BY SIZE
                      WS-OPERATOR-ID               DELIMITED BY SIZE
                      ' REFUSED FUNCTION '         DELIMITED BY SIZE
                      WS-CHECK-FUNCTION            DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED FOR FUNCTION '
                       WS-CHECK-FUNCTION
           END-IF.

       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-PERIOD-CATALOG - pick up which archive journal
      *                   files FRMJARCH has closed out; no catalog
      *                   at all just means only the live journal
      *                   is searched
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
      *                   the catalog's own (chronological) order
      *-----------------------------------------------------------*
       1320-ADD-CATALOG-ENTRY.

           IF WS-CAT-COUNT >= WS-MAX-CAT-TABLE
               DISPLAY 'PERIOD CATALOG TABLE FULL AT '
                       WS-MAX-CAT-TABLE ' ENTRIES - REMAINING '
                       'PERIODS IGNORED'
               MOVE 'Y' TO WS-EOF-CAT-SW
           ELSE
               ADD 1 TO WS-CAT-COUNT
               MOVE JCAT-DATE-FROM TO WS-CAT-DATE-FROM (WS-CAT-COUNT)
               MOVE JCAT-DATE-TO   TO WS-CAT-DATE-TO (WS-CAT-COUNT)
               MOVE JCAT-FILE-NAME TO WS-CAT-FILE-NAME (WS-CAT-COUNT)
               PERFORM 1310-READ-CATALOG
           END-IF.

       1320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RESOLVE-SUBJECT - turn the card into the set of keys
      *                   that belong to the person: the key on the
      *                   card as given, or every key whose name and
      *                   phone match on the FORMXREF index of the
      *                   live master or on the FORMARCP purge
      *                   archive; then any key merged into or out
      *                   of one of those on FORMRXRF joins the set,
      *                   repeating until a pass adds nothing
      *-----------------------------------------------------------*
       2000-RESOLVE-SUBJECT.

           IF PV-FORM-KEY NUMERIC
               MOVE PV-FORM-KEY         TO WS-CHECK-KEY
               MOVE 'KEY ON REQUEST CARD' TO WS-KEY-SOURCE
               PERFORM 7520-ADD-SUBJECT-KEY
           ELSE
               MOVE FUNCTION UPPER-CASE(PV-LAST-NAME)
                   TO WS-SRCH-LAST-NAME
               MOVE FUNCTION UPPER-CASE(PV-FIRST-NAME)
                   TO WS-SRCH-FIRST-NAME
               MOVE PV-CODECOUNTRY TO WS-SRCH-CODECOUNTRY
               MOVE PV-NATNUM      TO WS-SRCH-NATNUM
               PERFORM 2100-MATCH-NAME-XREF
               PERFORM 2200-MATCH-PURGE-ARCHIVE
           END-IF

           IF WS-SUBJ-KEY-COUNT > ZERO
               SET WS-KEYS-ADDED TO TRUE
               PERFORM 2300-FOLLOW-MERGES
                   UNTIL NOT WS-KEYS-ADDED
           END-IF

           PERFORM 2400-REPORT-SUBJECT-KEYS.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-MATCH-NAME-XREF - walk the FORMXREF name and phone
      *                   index FRMXREF builds off the live master
      *-----------------------------------------------------------*
       2100-MATCH-NAME-XREF.

           MOVE 'N' TO WS-EOF-XREF-SW
           OPEN INPUT XREF-FILE
           IF NOT WS-FS-XREF-OK
               DISPLAY 'NAME XREF OPEN FAILED, STATUS ' WS-FS-XREF
           ELSE
               PERFORM 2110-READ-XREF
               PERFORM 2120-MATCH-ONE-XREF
                   UNTIL WS-EOF-XREF
               CLOSE XREF-FILE
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2110-READ-XREF - read the next name index entry
      *-----------------------------------------------------------*
       2110-READ-XREF.

           READ XREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-XREF-SW
           END-READ.

       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2120-MATCH-ONE-XREF - test one index entry against the name
      *                   and phone on the card
      *-----------------------------------------------------------*
       2120-MATCH-ONE-XREF.

           MOVE FUNCTION UPPER-CASE(XREF-LAST-NAME)
               TO WS-MTCH-LAST-NAME
           MOVE FUNCTION UPPER-CASE(XREF-FIRST-NAME)
               TO WS-MTCH-FIRST-NAME
           MOVE XREF-CODECOUNTRY     TO WS-MTCH-CODECOUNTRY
           MOVE XREF-NATIONAL-NUMBER TO WS-MTCH-NATNUM
           IF WS-MTCH-LAST-NAME = WS-SRCH-LAST-NAME
                   AND (WS-SRCH-FIRST-NAME = SPACES
                       OR WS-MTCH-FIRST-NAME = WS-SRCH-FIRST-NAME)
                   AND WS-MTCH-CODECOUNTRY = WS-SRCH-CODECOUNTRY
                   AND WS-MTCH-NATNUM = WS-SRCH-NATNUM
               MOVE XREF-FORM-KEY TO WS-CHECK-KEY
               MOVE 'NAME AND PHONE ON FORMXREF' TO WS-KEY-SOURCE
               PERFORM 7520-ADD-SUBJECT-KEY
           END-IF

           PERFORM 2110-READ-XREF.

       2120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-MATCH-PURGE-ARCHIVE - a person purged off the master
      *                   is no longer on the index, so the FORMARCP
      *                   archive is matched on name and phone too
      *-----------------------------------------------------------*
       2200-MATCH-PURGE-ARCHIVE.

           MOVE 'FORMARCP' TO WS-COPY-FILE-NAME
           MOVE 'N' TO WS-EOF-COPY-SW
           OPEN INPUT MASTER-COPY-FILE
           IF WS-FS-COPY-OK
               PERFORM 3420-READ-MASTER-COPY
               PERFORM 2210-MATCH-ONE-ARCHIVED
                   UNTIL WS-EOF-COPY
               CLOSE MASTER-COPY-FILE
           END-IF.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2210-MATCH-ONE-ARCHIVED - test one archived record against
      *                   the name and phone on the card
      *-----------------------------------------------------------*
       2210-MATCH-ONE-ARCHIVED.

           MOVE FUNCTION UPPER-CASE(WS-LAST-NAME OF COPY-RECORD)
               TO WS-MTCH-LAST-NAME
           MOVE FUNCTION UPPER-CASE(WS-FIRST-NAME OF COPY-RECORD)
               TO WS-MTCH-FIRST-NAME
           MOVE WS-CODECOUNTRY OF COPY-RECORD TO WS-MTCH-CODECOUNTRY
           MOVE WS-NATIONAL-NUMBER OF COPY-RECORD TO WS-MTCH-NATNUM
           IF WS-MTCH-LAST-NAME = WS-SRCH-LAST-NAME
                   AND (WS-SRCH-FIRST-NAME = SPACES
                       OR WS-MTCH-FIRST-NAME = WS-SRCH-FIRST-NAME)
                   AND WS-MTCH-CODECOUNTRY = WS-SRCH-CODECOUNTRY
                   AND WS-MTCH-NATNUM = WS-SRCH-NATNUM
                   AND WS-FORM-KEY OF COPY-RECORD NUMERIC
               MOVE WS-FORM-KEY OF COPY-RECORD TO WS-CHECK-KEY
               MOVE 'NAME AND PHONE ON FORMARCP' TO WS-KEY-SOURCE
               PERFORM 7520-ADD-SUBJECT-KEY
           END-IF

           PERFORM 3420-READ-MASTER-COPY.

       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-FOLLOW-MERGES - one pass of FORMRXRF: a key retired
      *                   into one of the person's keys, or the
      *                   survivor one of them was retired into, is
      *                   the same person under another number
      *-----------------------------------------------------------*
       2300-FOLLOW-MERGES.

           MOVE 'N' TO WS-KEYS-ADDED-SW
           MOVE 'N' TO WS-EOF-RXRF-SW
           OPEN INPUT RETIRED-XREF-FILE
           IF WS-FS-RXRF-OK
               PERFORM 2310-READ-RXRF
               PERFORM 2320-FOLLOW-ONE-MERGE
                   UNTIL WS-EOF-RXRF
               CLOSE RETIRED-XREF-FILE
           END-IF.

       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2310-READ-RXRF - read the next retired-key record
      *-----------------------------------------------------------*
       2310-READ-RXRF.

           READ RETIRED-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-RXRF-SW
           END-READ.

       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2320-FOLLOW-ONE-MERGE - pull the other side of a merge into
      *                   the set when either side is already in it
      *-----------------------------------------------------------*
       2320-FOLLOW-ONE-MERGE.

           MOVE RXRF-SURVIVOR-KEY TO WS-CHECK-KEY
           PERFORM 7500-CHECK-SUBJECT-KEY
           IF WS-SUBJECT-KEY
               MOVE RXRF-RETIRED-KEY TO WS-CHECK-KEY
               MOVE 'MERGED INTO A SUBJECT KEY' TO WS-KEY-SOURCE
               PERFORM 7520-ADD-SUBJECT-KEY
           END-IF

           MOVE RXRF-RETIRED-KEY TO WS-CHECK-KEY
           PERFORM 7500-CHECK-SUBJECT-KEY
           IF WS-SUBJECT-KEY
               MOVE RXRF-SURVIVOR-KEY TO WS-CHECK-KEY
               MOVE 'SURVIVOR OF A SUBJECT KEY' TO WS-KEY-SOURCE
               PERFORM 7520-ADD-SUBJECT-KEY
           END-IF

           PERFORM 2310-READ-RXRF.

       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-REPORT-SUBJECT-KEYS - open the report with the request
      *                   as read and the keys it resolved to
      *-----------------------------------------------------------*
       2400-REPORT-SUBJECT-KEYS.

           MOVE SPACES TO WS-RPT-LINE
           STRING 'REQUEST: '                   DELIMITED BY SIZE
                  PV-FUNCTION                    DELIMITED BY SIZE
                  '  OPERATOR: '                 DELIMITED BY SIZE
                  WS-OPERATOR-ID                 DELIMITED BY SIZE
                  '  KEY: '                      DELIMITED BY SIZE
                  PV-FORM-KEY                    DELIMITED BY SIZE
                  '  NAME: '                     DELIMITED BY SIZE
                  PV-LAST-NAME                   DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  PV-FIRST-NAME                  DELIMITED BY SIZE
                  '  PHONE: '                    DELIMITED BY SIZE
                  PV-CODECOUNTRY                 DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  PV-NATNUM                      DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE

           PERFORM 2410-REPORT-ONE-KEY
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > WS-SUBJ-KEY-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2410-REPORT-ONE-KEY - one line per key searched and why
      *-----------------------------------------------------------*
       2410-REPORT-ONE-KEY.

           MOVE SPACES TO WS-RPT-LINE
           STRING 'SUBJECT KEY: '                DELIMITED BY SIZE
                  WS-SUBJ-TAB-KEY (WS-SUBJ-IDX)   DELIMITED BY SIZE
                  '  FOUND BY: '                  DELIMITED BY SIZE
                  WS-SUBJ-TAB-SOURCE (WS-SUBJ-IDX)
                                                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SEARCH-MASTER - one keyed read of FORMMSTR per subject
      *                   key; an erasure rewrites the record in
      *                   place with its key and dates unchanged and
      *                   posts it on FRMJRNL, so the master is not
      *                   touched when the journal cannot be opened.
      *                   The master is searched first, and any
      *                   failure here stops the run before another
      *                   file is touched
      *-----------------------------------------------------------*
       3000-SEARCH-MASTER.

           MOVE 'FORMMSTR - LIVE MASTER' TO WS-RPT-LINE
           PERFORM 8200-WRITE-SECTION-HEADING

           IF WS-FUNC-ERASE
               MOVE 'FRMJRNL' TO WS-JRNL-FILE-NAME
               OPEN EXTEND JOURNAL-FILE
               IF WS-FS-JRNL = '35'
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-ERASE AND NOT WS-FS-JRNL-OK
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  FRMJRNL NOT AVAILABLE, STATUS '
                                                  DELIMITED BY SIZE
                          WS-FS-JRNL               DELIMITED BY SIZE
                          ' - FORMMSTR NOT ERASED' DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-REPORT-LINE
                   DISPLAY 'JOURNAL FILE OPEN FAILED, STATUS '
                           WS-FS-JRNL
                   SET WS-RUN-ABORTED TO TRUE
               WHEN WS-FUNC-ERASE
                   OPEN I-O FORM-MASTER-FILE
                   PERFORM 3050-WALK-MASTER-KEYS
                   CLOSE JOURNAL-FILE
               WHEN OTHER
                   OPEN INPUT FORM-MASTER-FILE
                   PERFORM 3050-WALK-MASTER-KEYS
           END-EVALUATE

           MOVE WS-MASTER-HITS TO WS-FILE-HITS
           PERFORM 8300-WRITE-SECTION-TOTAL.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-WALK-MASTER-KEYS - read each subject key off the open
      *                   master; an erasure that cannot reach the
      *                   master stops the run, so the person is
      *                   never left on the master alone
      *-----------------------------------------------------------*
       3050-WALK-MASTER-KEYS.

           IF NOT WS-FS-MASTER-OK
               MOVE SPACES TO WS-RPT-LINE
               STRING '  FORMMSTR NOT AVAILABLE, STATUS '
                                                  DELIMITED BY SIZE
                      WS-FS-MASTER                 DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
               IF WS-FUNC-ERASE
                   DISPLAY 'MASTER FILE OPEN FAILED, STATUS '
                           WS-FS-MASTER
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           ELSE
               PERFORM 3100-SEARCH-ONE-MASTER-KEY
                   VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-KEY-COUNT
                      OR WS-RUN-ABORTED
               CLOSE FORM-MASTER-FILE
           END-IF.

       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-SEARCH-ONE-MASTER-KEY - read, disclose or erase one
      *                   key; an erased record is journalled under
      *                   code E with the record as it stood and as
      *                   erased, so FRMCDC carries the erasure to
      *                   the downstream systems. The journal pass
      *                   that follows overwrites that before image
      *                   like every other image of the person, so
      *                   the entry keeps no personal data
      *-----------------------------------------------------------*
       3100-SEARCH-ONE-MASTER-KEY.

           MOVE WS-SUBJ-TAB-KEY (WS-SUBJ-IDX) TO WS-FORM-KEY OF FORM
           READ FORM-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-HITS
                   MOVE FORM TO WS-PRIV-IMAGE
                   MOVE '  MASTER RECORD' TO WS-IMAGE-CAPTION
                   PERFORM 7200-DISPOSE-IMAGE
                   IF WS-FUNC-ERASE
                       MOVE FORM          TO JRNL-BEFORE-IMAGE
                       MOVE WS-PRIV-IMAGE TO FORM
                       REWRITE FORM
                           INVALID KEY
                               DISPLAY 'MASTER REWRITE FAILED FOR '
                                       WS-FORM-KEY OF FORM
                                       ', STATUS ' WS-FS-MASTER
                               SET WS-RUN-ABORTED TO TRUE
                           NOT INVALID KEY
                               PERFORM 3150-JOURNAL-ERASURE
                       END-REWRITE
                   END-IF
           END-READ.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3150-JOURNAL-ERASURE - post the erased master record on
      *                   FRMJRNL; the before image was set by the
      *                   caller
      *-----------------------------------------------------------*
       3150-JOURNAL-ERASURE.

           MOVE WS-OPERATOR-ID  TO JRNL-OPERATOR-ID
           MOVE WS-RUN-DATE     TO JRNL-RUN-DATE
           MOVE 'E'             TO JRNL-TRAN-CODE
           MOVE FORM            TO JRNL-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF NOT WS-FS-JRNL-OK
               DISPLAY 'JOURNAL WRITE FAILED FOR '
                       WS-FORM-KEY OF FORM
                       ', STATUS ' WS-FS-JRNL
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-SEARCH-JOURNALS - the live FRMJRNL and then every
      *                   archived period on FRMJCAT, entry by entry
      *-----------------------------------------------------------*
       3200-SEARCH-JOURNALS.

           MOVE 'FRMJRNL AND ARCHIVED JOURNAL PERIODS' TO WS-RPT-LINE
           PERFORM 8200-WRITE-SECTION-HEADING

           MOVE 'FRMJRNL' TO WS-JRNL-FILE-NAME
           PERFORM 3210-SEARCH-ONE-JOURNAL
           PERFORM 3205-SEARCH-ONE-PERIOD
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-CAT-COUNT

           MOVE WS-JRNL-HITS TO WS-FILE-HITS
           PERFORM 8300-WRITE-SECTION-TOTAL.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3205-SEARCH-ONE-PERIOD - one catalogued archive journal
      *-----------------------------------------------------------*
       3205-SEARCH-ONE-PERIOD.

           MOVE WS-CAT-FILE-NAME (WS-P) TO WS-JRNL-FILE-NAME
           PERFORM 3210-SEARCH-ONE-JOURNAL.

       3205-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3210-SEARCH-ONE-JOURNAL - open the journal file named in
      *                   WS-JRNL-FILE-NAME (I-O for an erasure, so
      *                   matching entries are rewritten where they
      *                   lie) and walk it
      *-----------------------------------------------------------*
       3210-SEARCH-ONE-JOURNAL.

           MOVE 'N' TO WS-EOF-JRNL-SW
           IF WS-FUNC-ERASE
               OPEN I-O JOURNAL-FILE
           ELSE
               OPEN INPUT JOURNAL-FILE
           END-IF

           IF NOT WS-FS-JRNL-OK
               MOVE SPACES TO WS-RPT-LINE
               STRING '  '                        DELIMITED BY SIZE
                      WS-JRNL-FILE-NAME            DELIMITED BY SIZE
                      ' NOT AVAILABLE, STATUS '    DELIMITED BY SIZE
                      WS-FS-JRNL                   DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 3220-READ-JOURNAL
               PERFORM 3230-SEARCH-ONE-ENTRY
                   UNTIL WS-EOF-JRNL
               CLOSE JOURNAL-FILE
           END-IF.

       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3220-READ-JOURNAL - read the next journal entry
      *-----------------------------------------------------------*
       3220-READ-JOURNAL.

           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-JRNL-SW
           END-READ.

       3220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3230-SEARCH-ONE-ENTRY - an entry belongs to the person when
      *                   either image carries one of their keys;
      *                   an add has no before image and a delete no
      *                   after image (both LOW-VALUES), so only the
      *                   images present are disclosed or erased
      *-----------------------------------------------------------*
       3230-SEARCH-ONE-ENTRY.

           MOVE 'N' TO WS-ENTRY-HELD-SW
           IF JRNL-BEFORE-IMAGE NOT = LOW-VALUES
                   AND WS-FORM-KEY OF JRNL-BEFORE-IMAGE NUMERIC
               MOVE WS-FORM-KEY OF JRNL-BEFORE-IMAGE TO WS-CHECK-KEY
               PERFORM 7500-CHECK-SUBJECT-KEY
               IF WS-SUBJECT-KEY
                   SET WS-ENTRY-HELD TO TRUE
               END-IF
           END-IF
           IF JRNL-AFTER-IMAGE NOT = LOW-VALUES
                   AND WS-FORM-KEY OF JRNL-AFTER-IMAGE NUMERIC
               MOVE WS-FORM-KEY OF JRNL-AFTER-IMAGE TO WS-CHECK-KEY
               PERFORM 7500-CHECK-SUBJECT-KEY
               IF WS-SUBJECT-KEY
                   SET WS-ENTRY-HELD TO TRUE
               END-IF
           END-IF

           IF WS-ENTRY-HELD
               ADD 1 TO WS-JRNL-HITS
               MOVE SPACES TO WS-RPT-LINE
               STRING '  '                        DELIMITED BY SIZE
                      WS-JRNL-FILE-NAME            DELIMITED BY SIZE
                      ' ENTRY  RUN DATE: '         DELIMITED BY SIZE
                      JRNL-RUN-DATE                DELIMITED BY SIZE
                      '  CODE: '                   DELIMITED BY SIZE
                      JRNL-TRAN-CODE               DELIMITED BY SIZE
                      '  OPERATOR: '               DELIMITED BY SIZE
                      JRNL-OPERATOR-ID             DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE

               IF JRNL-BEFORE-IMAGE NOT = LOW-VALUES
                   MOVE JRNL-BEFORE-IMAGE TO WS-PRIV-IMAGE
                   MOVE '    BEFORE IMAGE' TO WS-IMAGE-CAPTION
                   PERFORM 7200-DISPOSE-IMAGE
                   MOVE WS-PRIV-IMAGE TO JRNL-BEFORE-IMAGE
               END-IF
               IF JRNL-AFTER-IMAGE NOT = LOW-VALUES
                   MOVE JRNL-AFTER-IMAGE TO WS-PRIV-IMAGE
                   MOVE '    AFTER IMAGE' TO WS-IMAGE-CAPTION
                   PERFORM 7200-DISPOSE-IMAGE
                   MOVE WS-PRIV-IMAGE TO JRNL-AFTER-IMAGE
               END-IF

               IF WS-FUNC-ERASE
                   REWRITE JOURNAL-RECORD
                   IF NOT WS-FS-JRNL-OK
                       DISPLAY 'JOURNAL REWRITE FAILED ON '
                               WS-JRNL-FILE-NAME
                               ', STATUS ' WS-FS-JRNL
                       SET WS-RUN-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM 3220-READ-JOURNAL.

       3230-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-SEARCH-MASTER-COPIES - the flat copies of the master:
      *                   the FORMARCP purge archive, the FORMARCH
      *                   rebuild base FRMRSTOR works from, and each
      *                   retained FORMGEN1..n generation
      *-----------------------------------------------------------*
       3400-SEARCH-MASTER-COPIES.

           MOVE 'FORMARCP, FORMARCH AND FORMGEN GENERATIONS'
               TO WS-RPT-LINE
           PERFORM 8200-WRITE-SECTION-HEADING

           MOVE 'FORMARCP' TO WS-COPY-FILE-NAME
           PERFORM 3410-SEARCH-ONE-COPY
           MOVE 'FORMARCH' TO WS-COPY-FILE-NAME
           PERFORM 3410-SEARCH-ONE-COPY

           MOVE WS-DEFAULT-MAX-GENS TO WS-MAX-GENS
           OPEN INPUT GEN-CONTROL-FILE
           IF WS-FS-GCTL-OK
               READ GEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GCTL-MAX-GENS NUMERIC
                               AND GCTL-MAX-GENS > ZERO
                           MOVE GCTL-MAX-GENS TO WS-MAX-GENS
                       END-IF
               END-READ
               CLOSE GEN-CONTROL-FILE
           END-IF

           PERFORM 3405-SEARCH-ONE-GENERATION
               VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-MAX-GENS

           MOVE WS-COPY-HITS TO WS-FILE-HITS
           PERFORM 8300-WRITE-SECTION-TOTAL.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3405-SEARCH-ONE-GENERATION - name generation WS-G the way
      *                   the maintenance run cuts it and search it
      *-----------------------------------------------------------*
       3405-SEARCH-ONE-GENERATION.

           MOVE WS-G TO WS-GEN-NO
           MOVE SPACES TO WS-COPY-FILE-NAME
           STRING 'FORMGEN'              DELIMITED BY SIZE
                  WS-GEN-NO               DELIMITED BY SIZE
                  INTO WS-COPY-FILE-NAME
           END-STRING
           PERFORM 3410-SEARCH-ONE-COPY.

       3405-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3410-SEARCH-ONE-COPY - open the copy named in
      *                   WS-COPY-FILE-NAME (I-O for an erasure) and
      *                   walk it; a copy not on disk is noted and
      *                   skipped
      *-----------------------------------------------------------*
       3410-SEARCH-ONE-COPY.

           MOVE 'N' TO WS-EOF-COPY-SW
           IF WS-FUNC-ERASE
               OPEN I-O MASTER-COPY-FILE
           ELSE
               OPEN INPUT MASTER-COPY-FILE
           END-IF

           IF NOT WS-FS-COPY-OK
               MOVE SPACES TO WS-RPT-LINE
               STRING '  '                        DELIMITED BY SIZE
                      WS-COPY-FILE-NAME            DELIMITED BY SIZE
                      ' NOT AVAILABLE, STATUS '    DELIMITED BY SIZE
                      WS-FS-COPY                   DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 3420-READ-MASTER-COPY
               PERFORM 3430-SEARCH-ONE-COPY-RECORD
                   UNTIL WS-EOF-COPY
               CLOSE MASTER-COPY-FILE
           END-IF.

       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3420-READ-MASTER-COPY - read the next master-copy record
      *-----------------------------------------------------------*
       3420-READ-MASTER-COPY.

           READ MASTER-COPY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-COPY-SW
           END-READ.

       3420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3430-SEARCH-ONE-COPY-RECORD - disclose or erase one copy
      *                   record that carries a subject key
      *-----------------------------------------------------------*
       3430-SEARCH-ONE-COPY-RECORD.

           IF WS-FORM-KEY OF COPY-RECORD NUMERIC
               MOVE WS-FORM-KEY OF COPY-RECORD TO WS-CHECK-KEY
               PERFORM 7500-CHECK-SUBJECT-KEY
               IF WS-SUBJECT-KEY
                   ADD 1 TO WS-COPY-HITS
                   MOVE SPACES TO WS-IMAGE-CAPTION
                   STRING '  '                    DELIMITED BY SIZE
                          WS-COPY-FILE-NAME        DELIMITED BY SIZE
                          ' RECORD'                DELIMITED BY SIZE
                          INTO WS-IMAGE-CAPTION
                   END-STRING
                   MOVE COPY-RECORD TO WS-PRIV-IMAGE
                   PERFORM 7200-DISPOSE-IMAGE
                   IF WS-FUNC-ERASE
                       MOVE WS-PRIV-IMAGE TO COPY-RECORD
                       REWRITE COPY-RECORD
                       IF NOT WS-FS-COPY-OK
                           DISPLAY 'COPY REWRITE FAILED ON '
                                   WS-COPY-FILE-NAME
                                   ', STATUS ' WS-FS-COPY
                           SET WS-RUN-ABORTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 3420-READ-MASTER-COPY.

       3430-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-SEARCH-SUSPENSE - rejected transactions still held on
      *                   FORMSUSP, open or already resubmitted
      *-----------------------------------------------------------*
       3600-SEARCH-SUSPENSE.

           MOVE 'FORMSUSP - REJECTED TRANSACTION SUSPENSE'
               TO WS-RPT-LINE
           PERFORM 8200-WRITE-SECTION-HEADING

           MOVE 'N' TO WS-EOF-SUSP-SW
           IF WS-FUNC-ERASE
               OPEN I-O SUSPENSE-FILE
           ELSE
               OPEN INPUT SUSPENSE-FILE
           END-IF

           IF NOT WS-FS-SUSP-OK
               MOVE SPACES TO WS-RPT-LINE
               STRING '  FORMSUSP NOT AVAILABLE, STATUS '
                                                  DELIMITED BY SIZE
                      WS-FS-SUSP                   DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 3610-READ-SUSPENSE
               PERFORM 3620-SEARCH-ONE-SUSPENSE
                   UNTIL WS-EOF-SUSP
               CLOSE SUSPENSE-FILE
           END-IF

           MOVE WS-SUSP-HITS TO WS-FILE-HITS
           PERFORM 8300-WRITE-SECTION-TOTAL.

       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3610-READ-SUSPENSE - read the next suspense item
      *-----------------------------------------------------------*
       3610-READ-SUSPENSE.

           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSP-SW
           END-READ.

       3610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3620-SEARCH-ONE-SUSPENSE - disclose or erase one suspense
      *                   item that carries a subject key
      *-----------------------------------------------------------*
       3620-SEARCH-ONE-SUSPENSE.

           IF WS-FORM-KEY OF SUSP-FORM-DATA NUMERIC
               MOVE WS-FORM-KEY OF SUSP-FORM-DATA TO WS-CHECK-KEY
               PERFORM 7500-CHECK-SUBJECT-KEY
               IF WS-SUBJECT-KEY
                   ADD 1 TO WS-SUSP-HITS
                   MOVE SPACES TO WS-IMAGE-CAPTION
                   STRING '  SUSPENSE ITEM  STATUS: '
                                                  DELIMITED BY SIZE
                          SUSP-STATUS              DELIMITED BY SIZE
                          '  REJECTED: '           DELIMITED BY SIZE
                          SUSP-REJECT-DATE         DELIMITED BY SIZE
                          '  REASON: '             DELIMITED BY SIZE
                          SUSP-REASON-CODE         DELIMITED BY SIZE
                          INTO WS-IMAGE-CAPTION
                   END-STRING
                   MOVE SUSP-FORM-DATA TO WS-PRIV-IMAGE
                   PERFORM 7200-DISPOSE-IMAGE
                   IF WS-FUNC-ERASE
                       MOVE WS-PRIV-IMAGE TO SUSP-FORM-DATA
                       REWRITE SUSPENSE-RECORD
                       IF NOT WS-FS-SUSP-OK
                           DISPLAY 'SUSPENSE REWRITE FAILED, STATUS '
                                   WS-FS-SUSP
                           SET WS-RUN-ABORTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 3610-READ-SUSPENSE.

       3620-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-SEARCH-NAME-XREF - the FORMXREF name and phone index;
      *                   FRMXREF rebuilds it off the master nightly,
      *                   but an erasure overwrites it now so a name
      *                   search cannot find the person before then
      *-----------------------------------------------------------*
       3700-SEARCH-NAME-XREF.

           MOVE 'FORMXREF - NAME AND PHONE INDEX' TO WS-RPT-LINE
           PERFORM 8200-WRITE-SECTION-HEADING

           MOVE 'N' TO WS-EOF-XREF-SW
           IF WS-FUNC-ERASE
               OPEN I-O XREF-FILE
           ELSE
               OPEN INPUT XREF-FILE
           END-IF

           IF NOT WS-FS-XREF-OK
               MOVE SPACES TO WS-RPT-LINE
               STRING '  FORMXREF NOT AVAILABLE, STATUS '
                                                  DELIMITED BY SIZE
                      WS-FS-XREF                   DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 2110-READ-XREF
               PERFORM 3720-SEARCH-ONE-XREF
                   UNTIL WS-EOF-XREF
               CLOSE XREF-FILE
           END-IF

           MOVE WS-XREF-HITS TO WS-FILE-HITS
           PERFORM 8300-WRITE-SECTION-TOTAL.

       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3720-SEARCH-ONE-XREF - disclose or erase one index entry
      *-----------------------------------------------------------*
       3720-SEARCH-ONE-XREF.

           MOVE XREF-FORM-KEY TO WS-CHECK-KEY
           PERFORM 7500-CHECK-SUBJECT-KEY
           IF WS-SUBJECT-KEY
               ADD 1 TO WS-XREF-HITS
               IF WS-FUNC-ERASE
                   MOVE WS-ERASED-TEXT TO XREF-LAST-NAME
                   MOVE WS-ERASED-TEXT TO XREF-FIRST-NAME
                   MOVE SPACES         TO XREF-NATIONAL-NUMBER
                   REWRITE XREF-RECORD
                   IF NOT WS-FS-XREF-OK
                       DISPLAY 'NAME XREF REWRITE FAILED, STATUS '
                               WS-FS-XREF
                       SET WS-RUN-ABORTED TO TRUE
                   END-IF
                   ADD 1 TO WS-IMAGES-ERASED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  INDEX ENTRY ERASED  KEY: '
                                                  DELIMITED BY SIZE
                          XREF-FORM-KEY            DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  INDEX ENTRY  KEY: '  DELIMITED BY SIZE
                          XREF-FORM-KEY            DELIMITED BY SIZE
                          '  NAME: '               DELIMITED BY SIZE
                          XREF-LAST-NAME           DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          XREF-FIRST-NAME          DELIMITED BY SIZE
                          '  PHONE: '              DELIMITED BY SIZE
                          XREF-CODECOUNTRY         DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          XREF-NATIONAL-NUMBER     DELIMITED BY SIZE
                          '  '                     DELIMITED BY SIZE
                          XREF-CITY                DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          XREF-PROVINCE            DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF

           PERFORM 2110-READ-XREF.

       3720-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-SEARCH-RETIRED-XREF - FORMRXRF merge mappings naming
      *                   one of the person's keys; they carry keys,
      *                   dates and the reviewer only, so an erasure
      *                   leaves them as they are
      *-----------------------------------------------------------*
       3800-SEARCH-RETIRED-XREF.

           MOVE 'FORMRXRF - RETIRED KEY CROSS-REFERENCE'
               TO WS-RPT-LINE
           PERFORM 8200-WRITE-SECTION-HEADING

           MOVE 'N' TO WS-EOF-RXRF-SW
           OPEN INPUT RETIRED-XREF-FILE
           IF NOT WS-FS-RXRF-OK
               MOVE SPACES TO WS-RPT-LINE
               STRING '  FORMRXRF NOT AVAILABLE, STATUS '
                                                  DELIMITED BY SIZE
                      WS-FS-RXRF                   DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 2310-READ-RXRF
               PERFORM 3820-SEARCH-ONE-RXRF
                   UNTIL WS-EOF-RXRF
               CLOSE RETIRED-XREF-FILE
           END-IF

           MOVE WS-RXRF-HITS TO WS-FILE-HITS
           PERFORM 8300-WRITE-SECTION-TOTAL.

       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3820-SEARCH-ONE-RXRF - list one merge mapping of the person
      *-----------------------------------------------------------*
       3820-SEARCH-ONE-RXRF.

           MOVE RXRF-RETIRED-KEY TO WS-CHECK-KEY
           PERFORM 7500-CHECK-SUBJECT-KEY
           IF WS-SUBJECT-KEY
               ADD 1 TO WS-RXRF-HITS
               MOVE SPACES TO WS-RPT-LINE
               STRING '  RETIRED KEY: '           DELIMITED BY SIZE
                      RXRF-RETIRED-KEY             DELIMITED BY SIZE
                      '  MERGED INTO: '            DELIMITED BY SIZE
                      RXRF-SURVIVOR-KEY            DELIMITED BY SIZE
                      '  ON: '                     DELIMITED BY SIZE
                      RXRF-MERGE-DATE              DELIMITED BY SIZE
                      '  REVIEWER: '               DELIMITED BY SIZE
                      RXRF-REVIEWER                DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF

           PERFORM 2310-READ-RXRF.

       3820-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3900-SEARCH-HOUSEHOLDS - HHLDXREF household membership of
      *                   the person's keys; keys and counts only,
      *                   so an erasure leaves them as they are
      *-----------------------------------------------------------*
       3900-SEARCH-HOUSEHOLDS.

           MOVE 'HHLDXREF - HOUSEHOLD CROSS-REFERENCE' TO WS-RPT-LINE
           PERFORM 8200-WRITE-SECTION-HEADING

           MOVE 'N' TO WS-EOF-HHLD-SW
           OPEN INPUT HHLD-XREF-FILE
           IF NOT WS-FS-HHLD-OK
               MOVE SPACES TO WS-RPT-LINE
               STRING '  HHLDXREF NOT AVAILABLE, STATUS '
                                                  DELIMITED BY SIZE
                      WS-FS-HHLD                   DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 3910-READ-HHLD-XREF
               PERFORM 3920-SEARCH-ONE-HHLD
                   UNTIL WS-EOF-HHLD
               CLOSE HHLD-XREF-FILE
           END-IF

           MOVE WS-HHLD-HITS TO WS-FILE-HITS
           PERFORM 8300-WRITE-SECTION-TOTAL.

       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3910-READ-HHLD-XREF - read the next household record
      *-----------------------------------------------------------*
       3910-READ-HHLD-XREF.

           READ HHLD-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-HHLD-SW
           END-READ.

       3910-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3920-SEARCH-ONE-HHLD - list one household membership
      *-----------------------------------------------------------*
       3920-SEARCH-ONE-HHLD.

           MOVE HH-FORM-KEY TO WS-CHECK-KEY
           PERFORM 7500-CHECK-SUBJECT-KEY
           IF WS-SUBJECT-KEY
               ADD 1 TO WS-HHLD-HITS
               MOVE SPACES TO WS-RPT-LINE
               STRING '  KEY: '                   DELIMITED BY SIZE
                      HH-FORM-KEY                  DELIMITED BY SIZE
                      '  HOUSEHOLD: '              DELIMITED BY SIZE
                      HH-HOUSEHOLD-NO              DELIMITED BY SIZE
                      '  MEMBERS: '                DELIMITED BY SIZE
                      HH-MEMBER-COUNT              DELIMITED BY SIZE
                      '  ADDRESSEE: '              DELIMITED BY SIZE
                      HH-ADDRESSEE-SW              DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF

           PERFORM 3910-READ-HHLD-XREF.

       3920-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3950-SEARCH-GONE-AWAY - FORMGONE gone-away marks for the
      *                   person's keys; each holds the address the
      *                   mail came back from, so an erasure
      *                   overwrites its street as the master's was
      *-----------------------------------------------------------*
       3950-SEARCH-GONE-AWAY.

           MOVE 'FORMGONE - GONE-AWAY MARKS' TO WS-RPT-LINE
           PERFORM 8200-WRITE-SECTION-HEADING

           MOVE 'N' TO WS-EOF-GONE-SW
           IF WS-FUNC-ERASE
               OPEN I-O GONE-AWAY-FILE
           ELSE
               OPEN INPUT GONE-AWAY-FILE
           END-IF

           IF NOT WS-FS-GONE-OK
               MOVE SPACES TO WS-RPT-LINE
               STRING '  FORMGONE NOT AVAILABLE, STATUS '
                                                  DELIMITED BY SIZE
                      WS-FS-GONE                   DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 3960-READ-GONE-AWAY
               PERFORM 3970-SEARCH-ONE-GONE-AWAY
                   UNTIL WS-EOF-GONE
               CLOSE GONE-AWAY-FILE
           END-IF

           MOVE WS-GONE-HITS TO WS-FILE-HITS
           PERFORM 8300-WRITE-SECTION-TOTAL.

       3950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3960-READ-GONE-AWAY - read the next gone-away mark
      *-----------------------------------------------------------*
       3960-READ-GONE-AWAY.

           READ GONE-AWAY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-GONE-SW
           END-READ.

       3960-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3970-SEARCH-ONE-GONE-AWAY - disclose or erase one mark
      *-----------------------------------------------------------*
       3970-SEARCH-ONE-GONE-AWAY.

           MOVE GONE-FORM-KEY TO WS-CHECK-KEY
           PERFORM 7500-CHECK-SUBJECT-KEY
           IF WS-SUBJECT-KEY
               ADD 1 TO WS-GONE-HITS
               IF WS-FUNC-ERASE
                   MOVE WS-ERASED-TEXT TO GONE-STREET
                   REWRITE GONE-AWAY-RECORD
                   IF NOT WS-FS-GONE-OK
                       DISPLAY 'GONE-AWAY REWRITE FAILED, STATUS '
                               WS-FS-GONE
                       SET WS-RUN-ABORTED TO TRUE
                   END-IF
                   ADD 1 TO WS-IMAGES-ERASED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  GONE-AWAY MARK ERASED  KEY: '
                                                  DELIMITED BY SIZE
                          GONE-FORM-KEY            DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  KEY: '               DELIMITED BY SIZE
                          GONE-FORM-KEY            DELIMITED BY SIZE
                          '  MARKED GONE AWAY: '   DELIMITED BY SIZE
                          GONE-MARK-DATE           DELIMITED BY SIZE
                          '  AT: '                 DELIMITED BY SIZE
                          GONE-STREET              DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          GONE-DISTRICT            DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          GONE-CITY                DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          GONE-PROVINCE            DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          GONE-POSTCODE            DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF

           PERFORM 3960-READ-GONE-AWAY.

       3970-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3980-SEARCH-VERIFY-HOLD - items FRMVRFY holds on FORMVHLD
      *                   until a resolution card settles them; each
      *                   carries both keyings' images of the person,
      *                   so both are disclosed, and an erasure
      *                   overwrites both; no FORMVHLD means nothing
      *                   is held
      *-----------------------------------------------------------*
       3980-SEARCH-VERIFY-HOLD.

           MOVE 'FORMVHLD - SECOND-KEYING VERIFICATION HOLD'
               TO WS-RPT-LINE
           PERFORM 8200-WRITE-SECTION-HEADING

           MOVE 'N' TO WS-EOF-VHLD-SW
           IF WS-FUNC-ERASE
               OPEN I-O VERIFY-HOLD-FILE
           ELSE
               OPEN INPUT VERIFY-HOLD-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-FS-VHLD-OK
                   PERFORM 3985-READ-VERIFY-HOLD
                   PERFORM 3990-SEARCH-ONE-VERIFY-HOLD
                       UNTIL WS-EOF-VHLD
                   CLOSE VERIFY-HOLD-FILE
               WHEN WS-FS-VHLD-NONE
                   MOVE '  NO ITEMS HELD FOR VERIFICATION'
                       TO WS-RPT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  FORMVHLD NOT AVAILABLE, STATUS '
                                                  DELIMITED BY SIZE
                          WS-FS-VHLD               DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-REPORT-LINE
           END-EVALUATE

           MOVE WS-VHLD-HITS TO WS-FILE-HITS
           PERFORM 8300-WRITE-SECTION-TOTAL.

       3980-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3985-READ-VERIFY-HOLD - read the next held item
      *-----------------------------------------------------------*
       3985-READ-VERIFY-HOLD.

           READ VERIFY-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-VHLD-SW
           END-READ.

       3985-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3990-SEARCH-ONE-VERIFY-HOLD - disclose or erase whichever
      *                   of one held item's two images carries a
      *                   subject key, then put the item back
      *-----------------------------------------------------------*
       3990-SEARCH-ONE-VERIFY-HOLD.

           MOVE 'N' TO WS-VHLD-CHANGED-SW

           IF VHLD-PRESENT-1 = 'Y'
               AND WS-FORM-KEY OF VHLD-FORM-1 NUMERIC
               MOVE WS-FORM-KEY OF VHLD-FORM-1 TO WS-CHECK-KEY
               PERFORM 7500-CHECK-SUBJECT-KEY
               IF WS-SUBJECT-KEY
                   ADD 1 TO WS-VHLD-HITS
                   MOVE SPACES TO WS-IMAGE-CAPTION
                   STRING '  HELD FIRST KEYING  BATCH: '
                                                  DELIMITED BY SIZE
                          VHLD-BATCH-NUMBER        DELIMITED BY SIZE
                          '  HELD: '               DELIMITED BY SIZE
                          VHLD-HELD-DATE           DELIMITED BY SIZE
                          '  OPERATOR: '           DELIMITED BY SIZE
                          VHLD-OPERATOR-1          DELIMITED BY SIZE
                          INTO WS-IMAGE-CAPTION
                   END-STRING
                   MOVE VHLD-FORM-1 TO WS-PRIV-IMAGE
                   PERFORM 7200-DISPOSE-IMAGE
                   IF WS-FUNC-ERASE
                       MOVE WS-PRIV-IMAGE TO VHLD-FORM-1
                       SET WS-VHLD-CHANGED TO TRUE
                   END-IF
               END-IF
           END-IF

           IF VHLD-PRESENT-2 = 'Y'
               AND WS-FORM-KEY OF VHLD-FORM-2 NUMERIC
               MOVE WS-FORM-KEY OF VHLD-FORM-2 TO WS-CHECK-KEY
               PERFORM 7500-CHECK-SUBJECT-KEY
               IF WS-SUBJECT-KEY
                   ADD 1 TO WS-VHLD-HITS
                   MOVE SPACES TO WS-IMAGE-CAPTION
                   STRING '  HELD SECOND KEYING  BATCH: '
                                                  DELIMITED BY SIZE
                          VHLD-BATCH-NUMBER        DELIMITED BY SIZE
                          '  HELD: '               DELIMITED BY SIZE
                          VHLD-HELD-DATE           DELIMITED BY SIZE
                          '  OPERATOR: '           DELIMITED BY SIZE
                          VHLD-OPERATOR-2          DELIMITED BY SIZE
                          INTO WS-IMAGE-CAPTION
                   END-STRING
                   MOVE VHLD-FORM-2 TO WS-PRIV-IMAGE
                   PERFORM 7200-DISPOSE-IMAGE
                   IF WS-FUNC-ERASE
                       MOVE WS-PRIV-IMAGE TO VHLD-FORM-2
                       SET WS-VHLD-CHANGED TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-VHLD-CHANGED
               REWRITE VERIFY-HOLD-RECORD
               IF NOT WS-FS-VHLD-OK
                   DISPLAY 'VERIFY HOLD REWRITE FAILED, STATUS '
                           WS-FS-VHLD
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF

           PERFORM 3985-READ-VERIFY-HOLD.

       3990-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-LOAD-AUTH-TABLE - build the in-memory operator
      *                   authority table from OPERAUTH; an absent
      *                   or empty reference leaves the table empty,
      *                   and an empty table authorizes nobody
      *-----------------------------------------------------------*
       6000-LOAD-AUTH-TABLE.

           OPEN INPUT OPER-AUTH-FILE
           IF WS-FS-AUTH-OK
               PERFORM 6010-READ-OPER-AUTH
               PERFORM 6020-ADD-AUTH-ENTRY
                   UNTIL WS-EOF-AUTH
               CLOSE OPER-AUTH-FILE
           END-IF

           IF WS-AUTH-TABLE-COUNT = ZERO
               DISPLAY 'OPERATOR AUTHORITY REFERENCE NOT AVAILABLE'
           END-IF.

       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6010-READ-OPER-AUTH - read one authority reference record
      *-----------------------------------------------------------*
       6010-READ-OPER-AUTH.

           READ OPER-AUTH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-AUTH-SW
           END-READ.

       6010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6020-ADD-AUTH-ENTRY - add one entry to the authority table
      *                   and read the next reference record
      *-----------------------------------------------------------*
       6020-ADD-AUTH-ENTRY.

           IF WS-AUTH-TABLE-COUNT >= WS-MAX-AUTH-TABLE
               DISPLAY 'OPERATOR AUTHORITY TABLE FULL AT '
                       WS-MAX-AUTH-TABLE ' ENTRIES - REMAINING '
                       'OPERAUTH RECORDS IGNORED'
               MOVE 'Y' TO WS-EOF-AUTH-SW
           ELSE
               ADD 1 TO WS-AUTH-TABLE-COUNT
               MOVE OA-OPERATOR-ID TO
                    WS-AUTH-TAB-OPERATOR (WS-AUTH-TABLE-COUNT)
               MOVE OA-PROGRAM     TO
                    WS-AUTH-TAB-PROGRAM (WS-AUTH-TABLE-COUNT)
               MOVE OA-FUNCTION    TO
                    WS-AUTH-TAB-FUNCTION (WS-AUTH-TABLE-COUNT)
               PERFORM 6010-READ-OPER-AUTH
           END-IF.

       6020-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-CHECK-AUTHORITY - is the control-card operator allowed
      *                   the function in WS-CHECK-FUNCTION for this
      *                   program
      *-----------------------------------------------------------*
       6100-CHECK-AUTHORITY.

           MOVE 'N' TO WS-AUTH-FOUND-SW
           PERFORM 6110-SCAN-AUTH-TABLE
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > WS-AUTH-TABLE-COUNT.

       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6110-SCAN-AUTH-TABLE - test one authority entry
      *-----------------------------------------------------------*
       6110-SCAN-AUTH-TABLE.

           IF WS-AUTH-TAB-OPERATOR (WS-AUTH-IDX) = WS-OPERATOR-ID
                   AND WS-AUTH-TAB-PROGRAM (WS-AUTH-IDX)
                       = 'FRMPRIV'
                   AND WS-AUTH-TAB-FUNCTION (WS-AUTH-IDX)
                       = WS-CHECK-FUNCTION
               SET WS-AUTH-FOUND TO TRUE
           END-IF.

       6110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-PRINT-IMAGE - the caption and three lines showing every
      *                   field of the image in WS-PRIV-IMAGE
      *-----------------------------------------------------------*
       7000-PRINT-IMAGE.

           MOVE WS-IMAGE-CAPTION TO WS-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING '      KEY: '                   DELIMITED BY SIZE
                  WS-FORM-KEY OF WS-PRIV-IMAGE     DELIMITED BY SIZE
                  '  NAME: '                       DELIMITED BY SIZE
                  WS-FIRST-NAME OF WS-PRIV-IMAGE   DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-LAST-NAME OF WS-PRIV-IMAGE    DELIMITED BY SIZE
                  '  PHONE: +'                     DELIMITED BY SIZE
                  WS-COUNTRY OF WS-PRIV-IMAGE      DELIMITED BY SIZE
                  ' ('                             DELIMITED BY SIZE
                  WS-CODECOUNTRY OF WS-PRIV-IMAGE  DELIMITED BY SIZE
                  ') '                             DELIMITED BY SIZE
                  WS-NATIONAL-NUMBER OF WS-PRIV-IMAGE
                                                   DELIMITED BY SIZE
                  ' EXT '                          DELIMITED BY SIZE
                  WS-PHONE-EXTENSION OF WS-PRIV-IMAGE
                                                   DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING '      ADDRESS: '               DELIMITED BY SIZE
                  WS-STREET OF WS-PRIV-IMAGE       DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-DISTRICT OF WS-PRIV-IMAGE     DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-CITY OF WS-PRIV-IMAGE         DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-PROVINCE OF WS-PRIV-IMAGE     DELIMITED BY SIZE
                  '  POSTCODE: '                   DELIMITED BY SIZE
                  WS-POSTCODE-1 OF WS-PRIV-IMAGE   DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-POSTCODE-2 OF WS-PRIV-IMAGE   DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING '      NACIONALITY: '           DELIMITED BY SIZE
                  WS-NACIONALITY OF WS-PRIV-IMAGE  DELIMITED BY SIZE
                  '  OCUPATION: '                  DELIMITED BY SIZE
                  WS-OCCUPATION OF WS-PRIV-IMAGE   DELIMITED BY SIZE
                  '  ADDED: '                      DELIMITED BY SIZE
                  WS-DATE-ADDED OF WS-PRIV-IMAGE   DELIMITED BY SIZE
                  '  LAST MAINTAINED: '            DELIMITED BY SIZE
                  WS-DATE-LAST-MAINT OF WS-PRIV-IMAGE
                                                   DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-ERASE-IMAGE - overwrite the name, phone and street of
      *                   the image in WS-PRIV-IMAGE; the national
      *                   number keeps its length as zeros so the
      *                   phone edits still pass, and the key, the
      *                   rest of the address and the dates stay so
      *                   every count and hash total still balances
      *-----------------------------------------------------------*
       7100-ERASE-IMAGE.

           MOVE WS-ERASED-TEXT TO WS-FIRST-NAME OF WS-PRIV-IMAGE
           MOVE WS-ERASED-TEXT TO WS-LAST-NAME OF WS-PRIV-IMAGE
           MOVE WS-ERASED-TEXT TO WS-STREET OF WS-PRIV-IMAGE

           MOVE WS-NATIONAL-NUMBER-LEN OF WS-PRIV-IMAGE
               TO WS-NATNUM-LEN
           MOVE SPACES TO WS-NATIONAL-NUMBER OF WS-PRIV-IMAGE
           IF WS-NATNUM-LEN > ZERO AND WS-NATNUM-LEN NOT > 14
               MOVE ALL '0' TO WS-NATIONAL-NUMBER OF WS-PRIV-IMAGE
                                  (1:WS-NATNUM-LEN)
           END-IF
           MOVE SPACES TO WS-PHONE-EXTENSION OF WS-PRIV-IMAGE

           ADD 1 TO WS-IMAGES-ERASED.

       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7200-DISPOSE-IMAGE - print the image for a disclosure, or
      *                   erase it and file a one-line note of where
      *                   it was for an erasure
      *-----------------------------------------------------------*
       7200-DISPOSE-IMAGE.

           IF WS-FUNC-ERASE
               PERFORM 7100-ERASE-IMAGE
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-IMAGE-CAPTION           DELIMITED BY '  '
                      ' ERASED  KEY: '            DELIMITED BY SIZE
                      WS-FORM-KEY OF WS-PRIV-IMAGE
                                                  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 7000-PRINT-IMAGE
           END-IF.

       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7500-CHECK-SUBJECT-KEY - is WS-CHECK-KEY one of the person's
      *                   keys
      *-----------------------------------------------------------*
       7500-CHECK-SUBJECT-KEY.

           MOVE 'N' TO WS-SUBJECT-KEY-SW
           PERFORM 7510-SCAN-SUBJ-TABLE
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > WS-SUBJ-KEY-COUNT.

       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7510-SCAN-SUBJ-TABLE - test one subject key
      *-----------------------------------------------------------*
       7510-SCAN-SUBJ-TABLE.

           IF WS-SUBJ-TAB-KEY (WS-SUBJ-IDX) = WS-CHECK-KEY
               SET WS-SUBJECT-KEY TO TRUE
           END-IF.

       7510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7520-ADD-SUBJECT-KEY - add WS-CHECK-KEY to the person's keys
      *                   with the reason in WS-KEY-SOURCE, unless it
      *                   is there already
      *-----------------------------------------------------------*
       7520-ADD-SUBJECT-KEY.

           PERFORM 7500-CHECK-SUBJECT-KEY
           IF NOT WS-SUBJECT-KEY
               IF WS-SUBJ-KEY-COUNT >= WS-MAX-SUBJ-TABLE
                   DISPLAY 'SUBJECT KEY TABLE FULL AT '
                           WS-MAX-SUBJ-TABLE ' ENTRIES - KEY '
                           WS-CHECK-KEY ' NOT SEARCHED'
               ELSE
                   ADD 1 TO WS-SUBJ-KEY-COUNT
                   MOVE WS-CHECK-KEY  TO
                        WS-SUBJ-TAB-KEY (WS-SUBJ-KEY-COUNT)
                   MOVE WS-KEY-SOURCE TO
                        WS-SUBJ-TAB-SOURCE (WS-SUBJ-KEY-COUNT)
                   SET WS-KEYS-ADDED TO TRUE
               END-IF
           END-IF.

       7520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-REPORT-LINE - write WS-RPT-LINE, starting a new
      *                   page first when this one is full
      *-----------------------------------------------------------*
       8000-WRITE-REPORT-LINE.

           IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
               PERFORM 8100-START-NEW-PAGE
           END-IF
           WRITE PRIV-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-START-NEW-PAGE - page heading with run date and page
      *                   number, resetting the line count
      *-----------------------------------------------------------*
       8100-START-NEW-PAGE.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZEROS TO WS-LINES-ON-PAGE

           MOVE WS-RUN-MM      TO WS-HDR-MM
           MOVE WS-RUN-DD      TO WS-HDR-DD
           MOVE WS-RUN-CCYY    TO WS-HDR-CCYY
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE

           WRITE PRIV-RPT-RECORD FROM WS-HEADER-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO PRIV-RPT-RECORD
           WRITE PRIV-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-LINES-ON-PAGE.

       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-WRITE-SECTION-HEADING - the source name already in
      *                   WS-RPT-LINE, as the heading of its section
      *-----------------------------------------------------------*
       8200-WRITE-SECTION-HEADING.

           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-RPT-LINE (1:60)
           PERFORM 8000-WRITE-REPORT-LINE.

       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8300-WRITE-SECTION-TOTAL - close a section with the count of
      *                   records it found in WS-FILE-HITS
      *-----------------------------------------------------------*
       8300-WRITE-SECTION-TOTAL.

           MOVE SPACES TO WS-RPT-LINE
           STRING '  RECORDS HELD: '            DELIMITED BY SIZE
                  WS-FILE-HITS                   DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - totals, close and the return code: zero
      *                   when the request was answered, eight when
      *                   the card or a rewrite failed, twelve when
      *                   the erasure operator was refused
      *-----------------------------------------------------------*
       9000-TERMINATE.

           IF WS-FS-RPT-OK
               IF WS-FUNC-ERASE AND NOT WS-AUTH-REFUSED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'IMAGES ERASED: '     DELIMITED BY SIZE
                          WS-IMAGES-ERASED       DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
               CLOSE PRIV-RPT-FILE
           END-IF

           DISPLAY 'SUBJECT KEYS...: ' WS-SUBJ-KEY-COUNT
           DISPLAY 'MASTER RECORDS.: ' WS-MASTER-HITS
           DISPLAY 'JOURNAL ENTRIES: ' WS-JRNL-HITS
           DISPLAY 'MASTER COPIES..: ' WS-COPY-HITS
           DISPLAY 'SUSPENSE ITEMS.: ' WS-SUSP-HITS
           DISPLAY 'NAME INDEX.....: ' WS-XREF-HITS
           DISPLAY 'MERGE MAPPINGS.: ' WS-RXRF-HITS
           DISPLAY 'HOUSEHOLDS.....: ' WS-HHLD-HITS
           DISPLAY 'GONE-AWAY MARKS: ' WS-GONE-HITS
           DISPLAY 'VERIFY HOLDS...: ' WS-VHLD-HITS
           IF WS-FUNC-ERASE
               DISPLAY 'IMAGES ERASED..: ' WS-IMAGES-ERASED
           END-IF

           EVALUATE TRUE
               WHEN WS-AUTH-REFUSED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-RUN-ABORTED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       9000-EXIT.
           EXIT.

       END PROGRAM FRMPRIV.
