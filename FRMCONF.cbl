      *****************************************************************
      * Program name:    FORM Registration Confirmation Letters
      * Original author: Jeremiah Silva
      *
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 JEREMIAH SILVA Created so everyone whose registration
      *                         the night's run added, changed or
      *                         closed gets written confirmation of
      *                         what we now hold, instead of clerks
      *                         typing letters off the FRMJRPT
      *                         printout: one letter per person from
      *                         the night's FRMJRNL entries with the
      *                         name, address, phone (grouped by
      *                         DIALREF as FRMINQ prints it),
      *                         nationality and occupation, changed
      *                         items marked against the before
      *                         image and a request to reply if
      *                         anything is wrong. A key FRMMERGE
      *                         merged away (FORMRXRF) and a deleted
      *                         record get their own letter text. A
      *                         letter whose address FRMRTML has
      *                         marked gone away on FORMGONE is held
      *                         back and listed on CONFRPT instead of
      *                         printed. An optional CONFCTL card
      *                         reprints another night's letters
      * 15/10/26 JEREMIAH SILVA The processing date is now the open
      *                         business date on BUSDATE instead of the
      *                         system clock, so a window that runs past
      *                         midnight or a rerun next morning posts
      *                         to the business day it belongs to; with
      *                         no open business date the run is refused
      *                         with return code eight, and the report
      *                         heading prints the business date
      * 15/10/26 JEREMIAH SILVA FORMGONE is now closed after a normal
      *                         run as well; the close was tested on the
      *                         open status, which the read loop leaves
      *                         at end of file
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE       ASSIGN TO 'FRMJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.
           SELECT FORM-MASTER-FILE   ASSIGN TO 'FORMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-FORM-KEY OF FORM
               FILE STATUS IS WS-FS-MASTER.
           SELECT RETIRED-XREF-FILE  ASSIGN TO 'FORMRXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RXRF.
           SELECT GONE-AWAY-FILE     ASSIGN TO 'FORMGONE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GONE.
           SELECT DIAL-REF-FILE      ASSIGN TO 'DIALREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIALREF.
           SELECT CONTROL-CARD-FILE  ASSIGN TO 'CONFCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT JRNL-SORT-FILE     ASSIGN TO 'FRMCONFW'.
           SELECT LETTER-WORK-FILE   ASSIGN TO 'CONFWRK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LWRK.
           SELECT LETTER-SORT-FILE   ASSIGN TO 'FRMCONFX'.
           SELECT CONF-LTR-FILE      ASSIGN TO 'CONFLTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LTR.
           SELECT CONF-RPT-FILE      ASSIGN TO 'CONFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
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
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==JRNL-BEFORE-IMAGE==.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==JRNL-AFTER-IMAGE==.

       FD  FORM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY 'LAYOUT001.CPY'.

       FD  RETIRED-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETIRED-XREF-RECORD.
           05 RXRF-RETIRED-KEY          PIC 9(06).
           05 RXRF-SURVIVOR-KEY         PIC 9(06).
           05 RXRF-MERGE-DATE           PIC 9(08).
           05 RXRF-REVIEWER             PIC X(08).
           05 FILLER                    PIC X(52).

       FD  GONE-AWAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  GONE-AWAY-RECORD.
           05 GONE-FORM-KEY             PIC 9(06).
           05 GONE-MARK-DATE            PIC 9(08).
           05 GONE-ADDRESS              PIC X(64).
           05 FILLER                    PIC X(02).

       FD  DIAL-REF-FILE
           LABEL RECORDS ARE STANDARD.
       01 DIALREF-RECORD.
           05 DIALREF-CODE              PIC X(04).
           05 DIALREF-MIN-LEN           PIC 9(02).
           05 DIALREF-MAX-LEN           PIC 9(02).
           05 DIALREF-GRP-1             PIC 9(01).
           05 DIALREF-GRP-2             PIC 9(01).
           05 FILLER                    PIC X(70).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CF-JOURNAL-DATE           PIC X(08).
           05 FILLER                    PIC X(72).

      * The night's journal entries by key, in the order they were
      * journalled, so each person's entries come together
       SD  JRNL-SORT-FILE.
       01  JRNL-SORT-RECORD.
           05 SJ-FORM-KEY               PIC 9(06).
           05 SJ-SEQUENCE               PIC 9(07).
           05 SJ-TRAN-CODE              PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==SJ-BEFORE-IMAGE==.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==SJ-AFTER-IMAGE==.

      * One letter to print: the mail key is the registration whose
      * address the letter goes to (the survivor for a merged-away
      * key), the letter image the details printed on it
       FD  LETTER-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-WORK-RECORD.
           05 LW-MAIL-KEY               PIC 9(06).
           05 LW-FORM-KEY               PIC 9(06).
           05 LW-SURVIVOR-KEY           PIC 9(06).
           05 LW-LETTER-TYPE            PIC X(01).
           05 LW-SURVIVOR-FOUND-SW      PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==LW-BEFORE-IMAGE==.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==LW-LETTER-IMAGE==.

       SD  LETTER-SORT-FILE.
       01  LETTER-SORT-RECORD.
           05 LS-MAIL-KEY               PIC 9(06).
           05 LS-FORM-KEY               PIC 9(06).
           05 LS-SURVIVOR-KEY           PIC 9(06).
           05 LS-LETTER-TYPE            PIC X(01).
               88 LS-NEW-REGISTRATION         VALUE 'N'.
               88 LS-CHANGED-REGISTRATION     VALUE 'C'.
               88 LS-DELETED-REGISTRATION     VALUE 'D'.
               88 LS-MERGED-REGISTRATION      VALUE 'M'.
           05 LS-SURVIVOR-FOUND-SW      PIC X(01).
               88 LS-SURVIVOR-FOUND           VALUE 'Y'.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==LS-BEFORE-IMAGE==.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==LS-LETTER-IMAGE==.

       FD  CONF-LTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONF-LTR-RECORD              PIC X(80).

       FD  CONF-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONF-RPT-RECORD              PIC X(80).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-JRNL            PIC XX.
               88 WS-FS-JRNL-OK          VALUE '00'.
           05 WS-FS-MASTER          PIC XX.
               88 WS-FS-MASTER-OK        VALUE '00'.
           05 WS-FS-RXRF            PIC XX.
               88 WS-FS-RXRF-OK          VALUE '00'.
           05 WS-FS-GONE            PIC XX.
               88 WS-FS-GONE-OK          VALUE '00'.
           05 WS-FS-DIALREF         PIC XX.
               88 WS-FS-DIALREF-OK       VALUE '00'.
           05 WS-FS-CTL             PIC XX.
               88 WS-FS-CTL-OK           VALUE '00'.
           05 WS-FS-LWRK            PIC XX.
               88 WS-FS-LWRK-OK          VALUE '00'.
           05 WS-FS-LTR             PIC XX.
               88 WS-FS-LTR-OK           VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-RUN-ABORTED-SW     PIC X(01)   VALUE 'N'.
               88 WS-RUN-ABORTED         VALUE 'Y'.
           05 WS-EOF-JRNL-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-JRNL            VALUE 'Y'.
           05 WS-EOF-SORT-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-SORT            VALUE 'Y'.
           05 WS-EOF-LSORT-SW       PIC X(01)   VALUE 'N'.
               88 WS-EOF-LSORT           VALUE 'Y'.
           05 WS-EOF-RXRF-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-RXRF            VALUE 'Y'.
           05 WS-EOF-GONE-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-GONE            VALUE 'Y'.
           05 WS-GONE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-GONE-OPEN           VALUE 'Y'.
           05 WS-DIALREF-EOF-SW     PIC X(01)   VALUE 'N'.
               88 WS-DIALREF-EOF-YES     VALUE 'Y'.
           05 WS-MASTER-OPEN-SW     PIC X(01)   VALUE 'N'.
               88 WS-MASTER-OPEN         VALUE 'Y'.
           05 WS-PERSON-OPEN-SW     PIC X(01)   VALUE 'N'.
               88 WS-PERSON-OPEN         VALUE 'Y'.
           05 WS-RETIRED-FOUND-SW   PIC X(01)   VALUE 'N'.
               88 WS-RETIRED-FOUND       VALUE 'Y'.
           05 WS-RECORD-FOUND-SW    PIC X(01)   VALUE 'N'.
               88 WS-RECORD-FOUND        VALUE 'Y'.
           05 WS-GONE-AWAY-SW       PIC X(01)   VALUE 'N'.
               88 WS-GONE-AWAY           VALUE 'Y'.
           05 WS-DIAL-FOUND-SW      PIC X(01)   VALUE 'N'.
               88 WS-DIAL-FOUND          VALUE 'Y'.
           05 WS-HELD-HEADING-SW    PIC X(01)   VALUE 'N'.
               88 WS-HELD-HEADING-DONE   VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-JRNL-READ          PIC 9(07)   VALUE ZEROS.
           05 WS-JRNL-SELECTED      PIC 9(07)   VALUE ZEROS.
           05 WS-PERSONS            PIC 9(07)   VALUE ZEROS.
           05 WS-NOTHING-TO-SAY     PIC 9(07)   VALUE ZEROS.
           05 WS-LETTERS-NEW        PIC 9(07)   VALUE ZEROS.
           05 WS-LETTERS-CHANGED    PIC 9(07)   VALUE ZEROS.
           05 WS-LETTERS-DELETED    PIC 9(07)   VALUE ZEROS.
           05 WS-LETTERS-MERGED     PIC 9(07)   VALUE ZEROS.
           05 WS-LETTERS-HELD       PIC 9(07)   VALUE ZEROS.

       01 WS-JOURNAL-DATE           PIC 9(08)   VALUE ZEROS.

      * One person's entries for the night: the first entry's code
      * and before image, the last entry's code and both images
       01 WS-PERSON-HOLD.
           05 WS-HOLD-FORM-KEY      PIC 9(06).
           05 WS-HOLD-FIRST-CODE    PIC X(01).
           05 WS-HOLD-LAST-CODE     PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==WS-HOLD-FIRST-BEFORE==.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==WS-HOLD-LAST-BEFORE==.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==WS-HOLD-LAST-AFTER==.

       01 WS-SURVIVOR-KEY           PIC 9(06)   VALUE ZEROS.

      * The registration details being printed on the current letter
       COPY 'LAYOUT001.CPY' REPLACING ==01 FORM.== BY
                                      ==01 LETTER-FORM.==.

       77 WS-MAX-DIAL-TABLE         PIC 9(03)   VALUE 300.
       77 WS-DIAL-TABLE-COUNT       PIC 9(03)   VALUE ZEROS.

       01 WS-DIAL-TABLE.
           05 WS-DIAL-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-DIAL-TABLE-COUNT
                   INDEXED BY WS-DIAL-IDX.
               07 WS-DIAL-TAB-CODE         PIC X(04).
               07 WS-DIAL-TAB-MIN-LEN      PIC 9(02).
               07 WS-DIAL-TAB-MAX-LEN      PIC 9(02).
               07 WS-DIAL-TAB-GRP-1        PIC 9(01).
               07 WS-DIAL-TAB-GRP-2        PIC 9(01).

       01 WS-DIAL-LOOKUP.
           05 WS-DIAL-CODE-KEY          PIC X(04).
           05 WS-DIAL-MIN-LEN           PIC 9(02).
           05 WS-DIAL-MAX-LEN           PIC 9(02).
           05 WS-DIAL-GRP-1             PIC 9(01).
           05 WS-DIAL-GRP-2             PIC 9(01).

       01 WS-FMT-PHONE.
           05 WS-FMT-NATNUM             PIC X(16).
           05 WS-FMT-LEN                PIC 9(02).
           05 WS-FMT-SRC-LEN            PIC 9(02).
           05 WS-FMT-P2                 PIC 9(02).
           05 WS-FMT-P3                 PIC 9(02).
           05 WS-FMT-L2                 PIC 9(02).
           05 WS-FMT-L3                 PIC 9(02).

       01 WS-EXT-TEXT                 PIC X(12).

       01 WS-RUN-DATE.
           05 WS-RUN-CCYY             PIC 9(04).
           05 WS-RUN-MM               PIC 99.
           05 WS-RUN-DD               PIC 99.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                    PIC 9(08).

       01 WS-LTR-LINE                 PIC X(80).
       01 WS-RPT-LINE                 PIC X(80).

      * One item of the details block; the mark column carries an
      * asterisk when a change letter's item differs from the
      * before image
       01 WS-FIELD-LINE.
           05 FILLER                  PIC X(05)  VALUE SPACES.
           05 FL-LABEL                PIC X(15).
           05 FL-VALUE                PIC X(52).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FL-CHANGED-MARK         PIC X(01).
           05 FILLER                  PIC X(05)  VALUE SPACES.

       01 WS-CONF-HEADER-LINE.
           05 FILLER                  PIC X(32)  VALUE
                  'FORM CONFIRMATION LETTER REPORT'.
           05 FILLER                  PIC X(10)  VALUE
                  '  JOURNAL '.
           05 WS-HDR-JOURNAL-DATE     PIC 9(08).
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(04)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               SORT JRNL-SORT-FILE
                   ON ASCENDING KEY SJ-FORM-KEY OF JRNL-SORT-RECORD
                                    SJ-SEQUENCE OF JRNL-SORT-RECORD
                   INPUT PROCEDURE IS 2000-SELECT-NIGHTS-ENTRIES
                   OUTPUT PROCEDURE IS 3000-BUILD-LETTERS
           END-IF
           IF NOT WS-RUN-ABORTED
               SORT LETTER-SORT-FILE
                   ON ASCENDING KEY LS-MAIL-KEY OF LETTER-SORT-RECORD
                                    LS-FORM-KEY OF LETTER-SORT-RECORD
                   USING LETTER-WORK-FILE
                   OUTPUT PROCEDURE IS 5000-PRINT-LETTERS
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
      * 1000-INITIALIZE - run date, the journal date the letters are
      *                   for (tonight's unless CONFCTL names one),
      *                   the dialing-code table and the files
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           MOVE WS-RUN-DATE-N TO WS-JOURNAL-DATE

           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1500-LOAD-DIAL-TABLE

           OPEN INPUT FORM-MASTER-FILE
           IF WS-FS-MASTER-OK
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'FORM-MASTER OPEN FAILED, STATUS '
                       WS-FS-MASTER ' - MERGE LETTERS WILL SHOW THE '
                       'CLOSED REGISTRATION'
           END-IF

           IF NOT WS-RUN-ABORTED
               OPEN OUTPUT CONF-RPT-FILE
               IF NOT WS-FS-RPT-OK
                   DISPLAY 'CONFIRMATION REPORT OPEN FAILED, STATUS '
                           WS-FS-RPT
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   MOVE WS-JOURNAL-DATE TO WS-HDR-JOURNAL-DATE
                   MOVE WS-RUN-MM       TO WS-HDR-MM
                   MOVE WS-RUN-DD       TO WS-HDR-DD
                   MOVE WS-RUN-CCYY     TO WS-HDR-CCYY
                   WRITE CONF-RPT-RECORD FROM WS-CONF-HEADER-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE SPACES TO CONF-RPT-RECORD
                   WRITE CONF-RPT-RECORD AFTER ADVANCING 1 LINE
               END-IF
           END-IF

           IF NOT WS-RUN-ABORTED
               OPEN OUTPUT CONF-LTR-FILE
               IF NOT WS-FS-LTR-OK
                   DISPLAY 'CONFIRMATION LETTER FILE OPEN FAILED, '
                           'STATUS ' WS-FS-LTR
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF

           IF NOT WS-RUN-ABORTED
               OPEN INPUT JOURNAL-FILE
               IF NOT WS-FS-JRNL-OK
                   DISPLAY 'JOURNAL OPEN FAILED, STATUS ' WS-FS-JRNL
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF

           IF NOT WS-RUN-ABORTED
               OPEN OUTPUT LETTER-WORK-FILE
               IF NOT WS-FS-LWRK-OK
                   DISPLAY 'LETTER WORK FILE OPEN FAILED, STATUS '
                           WS-FS-LWRK
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-CONTROL-CARD - one optional card on CONFCTL: the
      *                   CCYYMMDD journal date to write letters for,
      *                   to reprint a night that went wrong
      *-----------------------------------------------------------*
       1100-READ-CONTROL-CARD.

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-FS-CTL-OK
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CF-JOURNAL-DATE NOT = SPACES
                           IF CF-JOURNAL-DATE NUMERIC
                               MOVE CF-JOURNAL-DATE
                                   TO WS-JOURNAL-DATE
                           ELSE
                               DISPLAY 'JOURNAL DATE NOT CCYYMMDD: '
                                       CF-JOURNAL-DATE
                               SET WS-RUN-ABORTED TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-LOAD-DIAL-TABLE - build the in-memory dialing-code
      *                   lookup table from DIALREF, as FRMINQ does,
      *                   so the phone prints grouped the way its
      *                   country writes it; an empty table just
      *                   prints the plain digits
      *-----------------------------------------------------------*
       1500-LOAD-DIAL-TABLE.

           OPEN INPUT DIAL-REF-FILE
           IF WS-FS-DIALREF-OK
               PERFORM 1510-READ-DIAL-REF
               PERFORM 1520-ADD-DIAL-ENTRY
                   UNTIL WS-DIALREF-EOF-YES
               CLOSE DIAL-REF-FILE
           END-IF.

       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1510-READ-DIAL-REF - read one dialing-code reference record
      *-----------------------------------------------------------*
       1510-READ-DIAL-REF.

           READ DIAL-REF-FILE
               AT END
                   SET WS-DIALREF-EOF-YES TO TRUE
           END-READ.

       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1520-ADD-DIAL-ENTRY - add one entry to the dialing-code
      *                   table and read the next reference record
      *-----------------------------------------------------------*
       1520-ADD-DIAL-ENTRY.

           IF WS-DIAL-TABLE-COUNT >= WS-MAX-DIAL-TABLE
               DISPLAY 'DIALING REFERENCE TABLE FULL AT '
                       WS-MAX-DIAL-TABLE ' ENTRIES - REMAINING '
                       'DIALREF RECORDS IGNORED'
               SET WS-DIALREF-EOF-YES TO TRUE
           ELSE
               IF DIALREF-MIN-LEN NUMERIC
                       AND DIALREF-MAX-LEN NUMERIC
                       AND DIALREF-GRP-1 NUMERIC
                       AND DIALREF-GRP-2 NUMERIC
                   ADD 1 TO WS-DIAL-TABLE-COUNT
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
               ELSE
                   DISPLAY 'DIALREF RECORD SKIPPED FOR CODE '
                           DIALREF-CODE ' - LENGTHS NOT NUMERIC'
               END-IF
               PERFORM 1510-READ-DIAL-REF
           END-IF.

       1520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SELECT-NIGHTS-ENTRIES - sort input: every journal entry
      *                   of the journal date, keyed on the person
      *                   it touched (the before image's key for a
      *                   delete, the after image's otherwise)
      *-----------------------------------------------------------*
       2000-SELECT-NIGHTS-ENTRIES.

           PERFORM 2100-READ-JOURNAL
           PERFORM 2200-RELEASE-ONE-ENTRY
               UNTIL WS-EOF-JRNL
           CLOSE JOURNAL-FILE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-READ-JOURNAL - read the next journal entry
      *-----------------------------------------------------------*
       2100-READ-JOURNAL.

           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-JRNL-SW
           END-READ.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-RELEASE-ONE-ENTRY - release one entry of the journal
      *                   date to the sort, numbered so a person's
      *                   entries keep their journal order
      *-----------------------------------------------------------*
       2200-RELEASE-ONE-ENTRY.

           ADD 1 TO WS-JRNL-READ

           IF JRNL-RUN-DATE-N = WS-JOURNAL-DATE
                   AND (JRNL-IS-ADD OR JRNL-IS-CHANGE
                        OR JRNL-IS-DELETE)
               ADD 1 TO WS-JRNL-SELECTED
               IF JRNL-IS-DELETE
                   MOVE WS-FORM-KEY OF JRNL-BEFORE-IMAGE
                       TO SJ-FORM-KEY
               ELSE
                   MOVE WS-FORM-KEY OF JRNL-AFTER-IMAGE
                       TO SJ-FORM-KEY
               END-IF
               MOVE WS-JRNL-READ      TO SJ-SEQUENCE
               MOVE JRNL-TRAN-CODE    TO SJ-TRAN-CODE
               MOVE JRNL-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
               MOVE JRNL-AFTER-IMAGE  TO SJ-AFTER-IMAGE
               RELEASE JRNL-SORT-RECORD
           END-IF

           PERFORM 2100-READ-JOURNAL.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-BUILD-LETTERS - sort output: gather each person's
      *                   entries and file one letter for them on
      *                   the work file
      *-----------------------------------------------------------*
       3000-BUILD-LETTERS.

           PERFORM 3100-RETURN-JRNL-SORT
           PERFORM 3200-GATHER-ONE-ENTRY
               UNTIL WS-EOF-SORT
           IF WS-PERSON-OPEN
               PERFORM 3300-FILE-ONE-LETTER
           END-IF
           CLOSE LETTER-WORK-FILE.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-RETURN-JRNL-SORT - take the next entry from the sort
      *-----------------------------------------------------------*
       3100-RETURN-JRNL-SORT.

           RETURN JRNL-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORT-SW
           END-RETURN.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-GATHER-ONE-ENTRY - a new key files the previous
      *                   person's letter and starts a new person;
      *                   every entry becomes the person's latest
      *-----------------------------------------------------------*
       3200-GATHER-ONE-ENTRY.

           IF WS-PERSON-OPEN
                   AND SJ-FORM-KEY NOT = WS-HOLD-FORM-KEY
               PERFORM 3300-FILE-ONE-LETTER
           END-IF

           IF NOT WS-PERSON-OPEN
               SET WS-PERSON-OPEN TO TRUE
               ADD 1 TO WS-PERSONS
               MOVE SJ-FORM-KEY     TO WS-HOLD-FORM-KEY
               MOVE SJ-TRAN-CODE    TO WS-HOLD-FIRST-CODE
               MOVE SJ-BEFORE-IMAGE TO WS-HOLD-FIRST-BEFORE
           END-IF

           MOVE SJ-TRAN-CODE    TO WS-HOLD-LAST-CODE
           MOVE SJ-BEFORE-IMAGE TO WS-HOLD-LAST-BEFORE
           MOVE SJ-AFTER-IMAGE  TO WS-HOLD-LAST-AFTER

           PERFORM 3100-RETURN-JRNL-SORT.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-FILE-ONE-LETTER - decide the person's letter from the
      *                   night as a whole: a record that ends the
      *                   night deleted gets a closure letter, or a
      *                   merge letter when FRMMERGE retired it; one
      *                   that started the night as an add is new;
      *                   anything else is a change, and a change
      *                   that touched nothing the letter prints
      *                   needs no letter
      *-----------------------------------------------------------*
       3300-FILE-ONE-LETTER.

           MOVE WS-HOLD-FORM-KEY     TO LW-MAIL-KEY
           MOVE WS-HOLD-FORM-KEY     TO LW-FORM-KEY
           MOVE ZEROS                TO LW-SURVIVOR-KEY
           MOVE 'N'                  TO LW-SURVIVOR-FOUND-SW
           MOVE WS-HOLD-FIRST-BEFORE TO LW-BEFORE-IMAGE

           EVALUATE TRUE
               WHEN WS-HOLD-LAST-CODE = 'D'
                   MOVE WS-HOLD-LAST-BEFORE TO LW-LETTER-IMAGE
                   PERFORM 3400-CHECK-RETIRED-KEY
                   IF WS-RETIRED-FOUND
                       MOVE 'M' TO LW-LETTER-TYPE
                       PERFORM 3500-FIND-SURVIVOR
                   ELSE
                       MOVE 'D' TO LW-LETTER-TYPE
                   END-IF
                   WRITE LETTER-WORK-RECORD
               WHEN WS-HOLD-FIRST-CODE = 'A'
                   MOVE 'N' TO LW-LETTER-TYPE
                   MOVE WS-HOLD-LAST-AFTER TO LW-LETTER-IMAGE
                   WRITE LETTER-WORK-RECORD
               WHEN WS-NAME OF WS-HOLD-FIRST-BEFORE
                        = WS-NAME OF WS-HOLD-LAST-AFTER
                    AND WS-PHONE OF WS-HOLD-FIRST-BEFORE
                        = WS-PHONE OF WS-HOLD-LAST-AFTER
                    AND WS-ADDRESS OF WS-HOLD-FIRST-BEFORE
                        = WS-ADDRESS OF WS-HOLD-LAST-AFTER
                    AND WS-NACIONALITY OF WS-HOLD-FIRST-BEFORE
                        = WS-NACIONALITY OF WS-HOLD-LAST-AFTER
                    AND WS-OCCUPATION OF WS-HOLD-FIRST-BEFORE
                        = WS-OCCUPATION OF WS-HOLD-LAST-AFTER
                   ADD 1 TO WS-NOTHING-TO-SAY
               WHEN OTHER
                   MOVE 'C' TO LW-LETTER-TYPE
                   MOVE WS-HOLD-LAST-AFTER TO LW-LETTER-IMAGE
                   WRITE LETTER-WORK-RECORD
           END-EVALUATE

           MOVE 'N' TO WS-PERSON-OPEN-SW.

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-CHECK-RETIRED-KEY - scan the FORMRXRF retired-key
      *                   cross-reference for the deleted key; the
      *                   file extends merge after merge, so the
      *                   last mapping found is the current one
      *-----------------------------------------------------------*
       3400-CHECK-RETIRED-KEY.

           MOVE 'N' TO WS-RETIRED-FOUND-SW
           MOVE 'N' TO WS-EOF-RXRF-SW

           OPEN INPUT RETIRED-XREF-FILE
           IF NOT WS-FS-RXRF-OK
               MOVE 'Y' TO WS-EOF-RXRF-SW
           ELSE
               PERFORM 3460-READ-RXRF
               PERFORM 3450-SCAN-ONE-RXRF
                   UNTIL WS-EOF-RXRF
               CLOSE RETIRED-XREF-FILE
           END-IF.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3450-SCAN-ONE-RXRF - hold the survivor each time the
      *                   deleted key comes by, then read the next
      *                   mapping
      *-----------------------------------------------------------*
       3450-SCAN-ONE-RXRF.

           IF RXRF-RETIRED-KEY = WS-HOLD-FORM-KEY
               SET WS-RETIRED-FOUND TO TRUE
               MOVE RXRF-SURVIVOR-KEY TO WS-SURVIVOR-KEY
           END-IF
           PERFORM 3460-READ-RXRF.

       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3460-READ-RXRF - read the next retired-key mapping
      *-----------------------------------------------------------*
       3460-READ-RXRF.

           READ RETIRED-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-RXRF-SW
           END-READ.

       3460-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-FIND-SURVIVOR - a merge letter goes to the survivor's
      *                   address and shows what the survivor now
      *                   holds; without the survivor on file it
      *                   shows the closed registration instead
      *-----------------------------------------------------------*
       3500-FIND-SURVIVOR.

           MOVE WS-SURVIVOR-KEY TO LW-SURVIVOR-KEY
           MOVE 'N' TO WS-RECORD-FOUND-SW

           IF WS-MASTER-OPEN
               MOVE WS-SURVIVOR-KEY TO WS-FORM-KEY OF FORM
               READ FORM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECORD-FOUND TO TRUE
               END-READ
           END-IF

           IF WS-RECORD-FOUND
               MOVE 'Y'             TO LW-SURVIVOR-FOUND-SW
               MOVE WS-SURVIVOR-KEY TO LW-MAIL-KEY
               MOVE FORM            TO LW-LETTER-IMAGE
           END-IF.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PRINT-LETTERS - sort output: the letters in mail-key
      *                   order, with the key-ordered gone-away
      *                   marks walking along (no FORMGONE just
      *                   means nobody is marked)
      *-----------------------------------------------------------*
       5000-PRINT-LETTERS.

           OPEN INPUT GONE-AWAY-FILE
           IF WS-FS-GONE-OK
               SET WS-GONE-OPEN TO TRUE
               PERFORM 5150-READ-GONE-AWAY
           ELSE
               MOVE 'Y' TO WS-EOF-GONE-SW
           END-IF

           PERFORM 5010-RETURN-LETTER-SORT
           PERFORM 5020-PRINT-ONE-LETTER
               UNTIL WS-EOF-LSORT

           IF WS-GONE-OPEN
               CLOSE GONE-AWAY-FILE
           END-IF.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5010-RETURN-LETTER-SORT - take the next letter from the sort
      *-----------------------------------------------------------*
       5010-RETURN-LETTER-SORT.

           RETURN LETTER-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-LSORT-SW
           END-RETURN.

       5010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5020-PRINT-ONE-LETTER - print the letter, or hold it back
      *                   and list it when its address is marked
      *                   gone away
      *-----------------------------------------------------------*
       5020-PRINT-ONE-LETTER.

           MOVE LS-LETTER-IMAGE TO LETTER-FORM

           PERFORM 5100-CHECK-GONE-AWAY
           IF WS-GONE-AWAY
               PERFORM 5800-LIST-HELD-LETTER
           ELSE
               PERFORM 6000-WRITE-LETTER
           END-IF

           PERFORM 5010-RETURN-LETTER-SORT.

       5020-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-CHECK-GONE-AWAY - step FORMGONE up to the mail key;
      *                   the letter is held back while the address
      *                   it would go to is the one the mark was
      *                   taken at
      *-----------------------------------------------------------*
       5100-CHECK-GONE-AWAY.

           MOVE 'N' TO WS-GONE-AWAY-SW
           PERFORM 5150-READ-GONE-AWAY
               UNTIL WS-EOF-GONE
                  OR GONE-FORM-KEY NOT < LS-MAIL-KEY

           IF NOT WS-EOF-GONE
                   AND GONE-FORM-KEY = LS-MAIL-KEY
                   AND GONE-ADDRESS = WS-ADDRESS OF LETTER-FORM
               SET WS-GONE-AWAY TO TRUE
           END-IF.

       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5150-READ-GONE-AWAY - read the next gone-away mark
      *-----------------------------------------------------------*
       5150-READ-GONE-AWAY.

           READ GONE-AWAY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-GONE-SW
           END-READ.

       5150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5800-LIST-HELD-LETTER - one entry on CONFRPT for a letter
      *                   not printed, so the clerks can trace the
      *                   person before writing
      *-----------------------------------------------------------*
       5800-LIST-HELD-LETTER.

           ADD 1 TO WS-LETTERS-HELD

           IF NOT WS-HELD-HEADING-DONE
               SET WS-HELD-HEADING-DONE TO TRUE
               MOVE 'LETTERS HELD BACK - ADDRESS MARKED GONE AWAY'
                   TO CONF-RPT-RECORD
               WRITE CONF-RPT-RECORD AFTER ADVANCING 1 LINE
               MOVE SPACES TO CONF-RPT-RECORD
               WRITE CONF-RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING 'KEY '                          DELIMITED BY SIZE
                  LS-FORM-KEY                      DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  LS-LETTER-TYPE                   DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  WS-FIRST-NAME OF LETTER-FORM     DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  WS-LAST-NAME OF LETTER-FORM      DELIMITED BY '  '
                  '  MARKED '                      DELIMITED BY SIZE
                  GONE-MARK-DATE                   DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE CONF-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING '           '                   DELIMITED BY SIZE
                  WS-STREET OF LETTER-FORM         DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  WS-DISTRICT OF LETTER-FORM       DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  WS-CITY OF LETTER-FORM           DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  WS-PROVINCE OF LETTER-FORM       DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  WS-POSTCODE-1 OF LETTER-FORM     DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-POSTCODE-2 OF LETTER-FORM     DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE CONF-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       5800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-LETTER - one letter on a page of its own: the
      *                   address block, the text for the kind of
      *                   letter, the details we hold and the
      *                   request to reply
      *-----------------------------------------------------------*
       6000-WRITE-LETTER.

           EVALUATE TRUE
               WHEN LS-NEW-REGISTRATION
                   ADD 1 TO WS-LETTERS-NEW
               WHEN LS-CHANGED-REGISTRATION
                   ADD 1 TO WS-LETTERS-CHANGED
               WHEN LS-DELETED-REGISTRATION
                   ADD 1 TO WS-LETTERS-DELETED
               WHEN LS-MERGED-REGISTRATION
                   ADD 1 TO WS-LETTERS-MERGED
           END-EVALUATE

           PERFORM 6100-WRITE-ADDRESS-BLOCK

           EVALUATE TRUE
               WHEN LS-NEW-REGISTRATION
                   PERFORM 6210-TEXT-NEW-REGISTRATION
               WHEN LS-CHANGED-REGISTRATION
                   PERFORM 6220-TEXT-CHANGED-REGISTRATION
               WHEN LS-DELETED-REGISTRATION
                   PERFORM 6230-TEXT-DELETED-REGISTRATION
               WHEN LS-MERGED-REGISTRATION
                   PERFORM 6240-TEXT-MERGED-REGISTRATION
           END-EVALUATE

           PERFORM 6300-WRITE-DETAILS

           MOVE SPACES TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           IF LS-DELETED-REGISTRATION
               MOVE 'IF YOU DID NOT ASK US TO CLOSE YOUR REGISTRATION,'
                                                 TO WS-LTR-LINE
               PERFORM 7000-WRITE-LETTER-LINE
               MOVE 'PLEASE WRITE TO US QUOTING THE REFERENCE ABOVE'
                                                 TO WS-LTR-LINE
               PERFORM 7000-WRITE-LETTER-LINE
               MOVE 'AND WE WILL LOOK INTO IT.'  TO WS-LTR-LINE
               PERFORM 7000-WRITE-LETTER-LINE
           ELSE
               MOVE 'IF ANYTHING SHOWN ABOVE IS WRONG, PLEASE WRITE TO'
                                                 TO WS-LTR-LINE
               PERFORM 7000-WRITE-LETTER-LINE
               MOVE 'US QUOTING THE REFERENCE ABOVE AND WE WILL CORRECT'
                                                 TO WS-LTR-LINE
               PERFORM 7000-WRITE-LETTER-LINE
               MOVE 'IT. IF IT IS ALL CORRECT YOU NEED NOT REPLY.'
                                                 TO WS-LTR-LINE
               PERFORM 7000-WRITE-LETTER-LINE
           END-IF

           MOVE SPACES TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE 'YOURS FAITHFULLY,'              TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE 'FORM REGISTRATION OFFICE'       TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE.

       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-WRITE-ADDRESS-BLOCK - new page, the office line and
      *                   date, the addressee, our reference and
      *                   the salutation
      *-----------------------------------------------------------*
       6100-WRITE-ADDRESS-BLOCK.

           MOVE SPACES TO WS-LTR-LINE
           STRING '                                        '
                                                   DELIMITED BY SIZE
                  'FORM REGISTRATION OFFICE'       DELIMITED BY SIZE
                  INTO WS-LTR-LINE
           END-STRING
           WRITE CONF-LTR-RECORD FROM WS-LTR-LINE
               AFTER ADVANCING PAGE

           MOVE SPACES TO WS-LTR-LINE
           STRING '                                        '
                                                   DELIMITED BY SIZE
                  WS-RUN-MM                        DELIMITED BY SIZE
                  '/'                              DELIMITED BY SIZE
                  WS-RUN-DD                        DELIMITED BY SIZE
                  '/'                              DELIMITED BY SIZE
                  WS-RUN-CCYY                      DELIMITED BY SIZE
                  INTO WS-LTR-LINE
           END-STRING
           PERFORM 7000-WRITE-LETTER-LINE

           MOVE SPACES TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           PERFORM 7000-WRITE-LETTER-LINE

           MOVE SPACES TO WS-LTR-LINE
           STRING WS-FIRST-NAME OF LETTER-FORM     DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  WS-LAST-NAME OF LETTER-FORM      DELIMITED BY '  '
                  INTO WS-LTR-LINE
           END-STRING
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE WS-STREET OF LETTER-FORM TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           IF WS-DISTRICT OF LETTER-FORM NOT = SPACES
               MOVE WS-DISTRICT OF LETTER-FORM TO WS-LTR-LINE
               PERFORM 7000-WRITE-LETTER-LINE
           END-IF
           MOVE SPACES TO WS-LTR-LINE
           STRING WS-CITY OF LETTER-FORM           DELIMITED BY '  '
                  '  '                             DELIMITED BY SIZE
                  WS-PROVINCE OF LETTER-FORM       DELIMITED BY SIZE
                  INTO WS-LTR-LINE
           END-STRING
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LTR-LINE
           STRING WS-POSTCODE-1 OF LETTER-FORM     DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-POSTCODE-2 OF LETTER-FORM     DELIMITED BY SIZE
                  INTO WS-LTR-LINE
           END-STRING
           PERFORM 7000-WRITE-LETTER-LINE

           MOVE SPACES TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           STRING 'OUR REFERENCE: '                DELIMITED BY SIZE
                  LS-MAIL-KEY                      DELIMITED BY SIZE
                  INTO WS-LTR-LINE
           END-STRING
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE

           STRING 'DEAR '                          DELIMITED BY SIZE
                  WS-FIRST-NAME OF LETTER-FORM     DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  WS-LAST-NAME OF LETTER-FORM      DELIMITED BY '  '
                  ','                              DELIMITED BY SIZE
                  INTO WS-LTR-LINE
           END-STRING
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE.

       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6210-TEXT-NEW-REGISTRATION - a registration added tonight
      *-----------------------------------------------------------*
       6210-TEXT-NEW-REGISTRATION.

           MOVE 'THANK YOU FOR REGISTERING WITH US. WE HAVE RECORDED'
                                                 TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE 'THE DETAILS SHOWN BELOW UNDER THE REFERENCE ABOVE.'
                                                 TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE.

       6210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6220-TEXT-CHANGED-REGISTRATION - a registration changed
      *                   tonight; the details show the marks
      *-----------------------------------------------------------*
       6220-TEXT-CHANGED-REGISTRATION.

           MOVE 'YOUR REGISTRATION HAS BEEN UPDATED. THE DETAILS WE'
                                                 TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE 'NOW HOLD ARE SHOWN BELOW; EACH ITEM MARKED * HAS'
                                                 TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE 'JUST BEEN CHANGED.'             TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE.

       6220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6230-TEXT-DELETED-REGISTRATION - a registration closed
      *                   tonight; the details are what it held
      *-----------------------------------------------------------*
       6230-TEXT-DELETED-REGISTRATION.

           MOVE 'YOUR REGISTRATION HAS BEEN CLOSED AND REMOVED FROM'
                                                 TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE 'OUR REGISTER. THE DETAILS IT HELD ARE SHOWN BELOW'
                                                 TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE 'FOR YOUR RECORDS.'              TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE.

       6230-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6240-TEXT-MERGED-REGISTRATION - a duplicate registration
      *                   FRMMERGE folded into the survivor
      *-----------------------------------------------------------*
       6240-TEXT-MERGED-REGISTRATION.

           MOVE 'WE FOUND THAT YOU WERE REGISTERED WITH US TWICE.'
                                                 TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LTR-LINE
           STRING 'REGISTRATION '                  DELIMITED BY SIZE
                  LS-FORM-KEY                      DELIMITED BY SIZE
                  ' HAS BEEN COMBINED WITH REGISTRATION '
                                                   DELIMITED BY SIZE
                  LS-SURVIVOR-KEY                  DELIMITED BY SIZE
                  ','                              DELIMITED BY SIZE
                  INTO WS-LTR-LINE
           END-STRING
           PERFORM 7000-WRITE-LETTER-LINE
           MOVE 'WHICH IS THE REFERENCE TO QUOTE FROM NOW ON.'
                                                 TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE
           IF LS-SURVIVOR-FOUND
               MOVE 'THE DETAILS WE HOLD UNDER IT ARE SHOWN BELOW.'
                                                 TO WS-LTR-LINE
           ELSE
               MOVE 'THE DETAILS THE CLOSED REGISTRATION HELD ARE'
                                                 TO WS-LTR-LINE
               PERFORM 7000-WRITE-LETTER-LINE
               MOVE 'SHOWN BELOW.'               TO WS-LTR-LINE
           END-IF
           PERFORM 7000-WRITE-LETTER-LINE.

       6240-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6300-WRITE-DETAILS - the five items FRMINQ prints, each
      *                   marked on a change letter when it differs
      *                   from the before image
      *-----------------------------------------------------------*
       6300-WRITE-DETAILS.

           MOVE SPACES TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE

           MOVE 'NAME.........:' TO FL-LABEL
           MOVE SPACES TO FL-VALUE
           STRING WS-FIRST-NAME OF LETTER-FORM     DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  WS-LAST-NAME OF LETTER-FORM      DELIMITED BY '  '
                  INTO FL-VALUE
           END-STRING
           MOVE SPACE TO FL-CHANGED-MARK
           IF LS-CHANGED-REGISTRATION
                   AND WS-NAME OF LETTER-FORM
                       NOT = WS-NAME OF LS-BEFORE-IMAGE
               MOVE '*' TO FL-CHANGED-MARK
           END-IF
           MOVE WS-FIELD-LINE TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE

           MOVE 'ADDRESS......:' TO FL-LABEL
           MOVE SPACES TO FL-VALUE
           STRING WS-STREET OF LETTER-FORM         DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  WS-DISTRICT OF LETTER-FORM       DELIMITED BY '  '
                  INTO FL-VALUE
           END-STRING
           MOVE SPACE TO FL-CHANGED-MARK
           IF LS-CHANGED-REGISTRATION
                   AND WS-ADDRESS OF LETTER-FORM
                       NOT = WS-ADDRESS OF LS-BEFORE-IMAGE
               MOVE '*' TO FL-CHANGED-MARK
           END-IF
           MOVE WS-FIELD-LINE TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE

           MOVE SPACES TO FL-LABEL
           MOVE SPACES TO FL-VALUE
           STRING WS-CITY OF LETTER-FORM           DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  WS-PROVINCE OF LETTER-FORM       DELIMITED BY '  '
                  ' - POSTCODE: '                  DELIMITED BY SIZE
                  WS-POSTCODE-1 OF LETTER-FORM     DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-POSTCODE-2 OF LETTER-FORM     DELIMITED BY SIZE
                  INTO FL-VALUE
           END-STRING
           MOVE SPACE TO FL-CHANGED-MARK
           MOVE WS-FIELD-LINE TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE

           MOVE SPACES TO WS-EXT-TEXT
           IF WS-PHONE-EXTENSION OF LETTER-FORM NOT = SPACES
               STRING ' EXT '                       DELIMITED BY SIZE
                      WS-PHONE-EXTENSION OF LETTER-FORM
                                                    DELIMITED BY SIZE
                      INTO WS-EXT-TEXT
               END-STRING
           END-IF

           PERFORM 6900-FORMAT-NATIONAL-NUMBER

           MOVE 'PHONE........:' TO FL-LABEL
           MOVE SPACES TO FL-VALUE
           IF WS-CODECOUNTRY-LEN OF LETTER-FORM > ZERO
                   AND WS-CODECOUNTRY-LEN OF LETTER-FORM NOT > 4
               STRING '+'                           DELIMITED BY SIZE
                      WS-COUNTRY OF LETTER-FORM     DELIMITED BY SIZE
                      ' ('                          DELIMITED BY SIZE
                      WS-CODECOUNTRY OF LETTER-FORM
                        (1:WS-CODECOUNTRY-LEN OF LETTER-FORM)
                                                    DELIMITED BY SIZE
                      ') '                          DELIMITED BY SIZE
                      WS-FMT-NATNUM (1:WS-FMT-LEN)  DELIMITED BY SIZE
                      WS-EXT-TEXT                   DELIMITED BY SIZE
                      INTO FL-VALUE
               END-STRING
           ELSE
               STRING '+'                           DELIMITED BY SIZE
                      WS-COUNTRY OF LETTER-FORM     DELIMITED BY SIZE
                      ' '                           DELIMITED BY SIZE
                      WS-FMT-NATNUM (1:WS-FMT-LEN)  DELIMITED BY SIZE
                      WS-EXT-TEXT                   DELIMITED BY SIZE
                      INTO FL-VALUE
               END-STRING
           END-IF
           MOVE SPACE TO FL-CHANGED-MARK
           IF LS-CHANGED-REGISTRATION
                   AND WS-PHONE OF LETTER-FORM
                       NOT = WS-PHONE OF LS-BEFORE-IMAGE
               MOVE '*' TO FL-CHANGED-MARK
           END-IF
           MOVE WS-FIELD-LINE TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE

           MOVE 'NATIONALITY..:' TO FL-LABEL
           MOVE WS-NACIONALITY OF LETTER-FORM TO FL-VALUE
           MOVE SPACE TO FL-CHANGED-MARK
           IF LS-CHANGED-REGISTRATION
                   AND WS-NACIONALITY OF LETTER-FORM
                       NOT = WS-NACIONALITY OF LS-BEFORE-IMAGE
               MOVE '*' TO FL-CHANGED-MARK
           END-IF
           MOVE WS-FIELD-LINE TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE

           MOVE 'OCCUPATION...:' TO FL-LABEL
           MOVE WS-OCCUPATION OF LETTER-FORM TO FL-VALUE
           MOVE SPACE TO FL-CHANGED-MARK
           IF LS-CHANGED-REGISTRATION
                   AND WS-OCCUPATION OF LETTER-FORM
                       NOT = WS-OCCUPATION OF LS-BEFORE-IMAGE
               MOVE '*' TO FL-CHANGED-MARK
           END-IF
           MOVE WS-FIELD-LINE TO WS-LTR-LINE
           PERFORM 7000-WRITE-LETTER-LINE.

       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6900-FORMAT-NATIONAL-NUMBER - build the national number for
      *                   printing, grouped the way the country
      *                   writes it when DIALREF carries grouping
      *                   for the record's country code, or as the
      *                   plain digit string when it does not (the
      *                   same rules FRMINQ prints by)
      *-----------------------------------------------------------*
       6900-FORMAT-NATIONAL-NUMBER.

           MOVE WS-NATIONAL-NUMBER-LEN OF LETTER-FORM TO WS-FMT-SRC-LEN
           MOVE SPACES TO WS-FMT-NATNUM
           MOVE 1      TO WS-FMT-LEN

           IF WS-FMT-SRC-LEN > ZERO AND WS-FMT-SRC-LEN NOT > 14
               PERFORM 6950-FIND-DIAL-ENTRY
               EVALUATE TRUE
                   WHEN WS-DIAL-FOUND
                           AND WS-DIAL-GRP-1 > ZERO
                           AND WS-DIAL-GRP-2 > ZERO
                           AND WS-DIAL-GRP-1 + WS-DIAL-GRP-2
                               < WS-FMT-SRC-LEN
                       ADD WS-DIAL-GRP-1 1 GIVING WS-FMT-P2
                       MOVE WS-DIAL-GRP-2 TO WS-FMT-L2
                       ADD WS-DIAL-GRP-1 WS-DIAL-GRP-2 1
                           GIVING WS-FMT-P3
                       SUBTRACT WS-DIAL-GRP-1 WS-DIAL-GRP-2
                           FROM WS-FMT-SRC-LEN GIVING WS-FMT-L3
                       STRING WS-NATIONAL-NUMBER OF LETTER-FORM
                                (1:WS-DIAL-GRP-1)  DELIMITED BY SIZE
                              ' '                  DELIMITED BY SIZE
                              WS-NATIONAL-NUMBER OF LETTER-FORM
                                (WS-FMT-P2:WS-FMT-L2)
                                                   DELIMITED BY SIZE
                              ' '                  DELIMITED BY SIZE
                              WS-NATIONAL-NUMBER OF LETTER-FORM
                                (WS-FMT-P3:WS-FMT-L3)
                                                   DELIMITED BY SIZE
                              INTO WS-FMT-NATNUM
                       END-STRING
                       ADD WS-FMT-SRC-LEN 2 GIVING WS-FMT-LEN
                   WHEN WS-DIAL-FOUND
                           AND WS-DIAL-GRP-1 > ZERO
                           AND WS-DIAL-GRP-1 < WS-FMT-SRC-LEN
                       ADD WS-DIAL-GRP-1 1 GIVING WS-FMT-P2
                       SUBTRACT WS-DIAL-GRP-1 FROM WS-FMT-SRC-LEN
                           GIVING WS-FMT-L2
                       STRING WS-NATIONAL-NUMBER OF LETTER-FORM
                                (1:WS-DIAL-GRP-1)  DELIMITED BY SIZE
                              ' '                  DELIMITED BY SIZE
                              WS-NATIONAL-NUMBER OF LETTER-FORM
                                (WS-FMT-P2:WS-FMT-L2)
                                                   DELIMITED BY SIZE
                              INTO WS-FMT-NATNUM
                       END-STRING
                       ADD WS-FMT-SRC-LEN 1 GIVING WS-FMT-LEN
                   WHEN OTHER
                       MOVE WS-NATIONAL-NUMBER OF LETTER-FORM
                             (1:WS-FMT-SRC-LEN) TO WS-FMT-NATNUM
                       MOVE WS-FMT-SRC-LEN     TO WS-FMT-LEN
               END-EVALUATE
           END-IF.

       6900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6950-FIND-DIAL-ENTRY - look the letter's country code up in
      *                   the DIALREF table, leaving the found
      *                   switch and that country's grouping
      *-----------------------------------------------------------*
       6950-FIND-DIAL-ENTRY.

           MOVE 'N'    TO WS-DIAL-FOUND-SW
           MOVE SPACES TO WS-DIAL-CODE-KEY
           MOVE ZEROS  TO WS-DIAL-MIN-LEN
           MOVE ZEROS  TO WS-DIAL-MAX-LEN
           MOVE ZEROS  TO WS-DIAL-GRP-1
           MOVE ZEROS  TO WS-DIAL-GRP-2

           IF WS-CODECOUNTRY-LEN OF LETTER-FORM > ZERO
                   AND WS-CODECOUNTRY-LEN OF LETTER-FORM NOT > 4
               MOVE WS-CODECOUNTRY OF LETTER-FORM
                     (1:WS-CODECOUNTRY-LEN OF LETTER-FORM)
                   TO WS-DIAL-CODE-KEY
               PERFORM 6960-SCAN-DIAL-TABLE
                   VARYING WS-DIAL-IDX FROM 1 BY 1
                   UNTIL WS-DIAL-IDX > WS-DIAL-TABLE-COUNT
           END-IF.

       6950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6960-SCAN-DIAL-TABLE - test one dialing-code table entry
      *                   against the code being looked up
      *-----------------------------------------------------------*
       6960-SCAN-DIAL-TABLE.

           IF WS-DIAL-TAB-CODE (WS-DIAL-IDX) = WS-DIAL-CODE-KEY
               SET WS-DIAL-FOUND TO TRUE
               MOVE WS-DIAL-TAB-MIN-LEN (WS-DIAL-IDX)
                   TO WS-DIAL-MIN-LEN
               MOVE WS-DIAL-TAB-MAX-LEN (WS-DIAL-IDX)
                   TO WS-DIAL-MAX-LEN
               MOVE WS-DIAL-TAB-GRP-1 (WS-DIAL-IDX)
                   TO WS-DIAL-GRP-1
               MOVE WS-DIAL-TAB-GRP-2 (WS-DIAL-IDX)
                   TO WS-DIAL-GRP-2
           END-IF.

       6960-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-WRITE-LETTER-LINE - write WS-LTR-LINE to the letters
      *-----------------------------------------------------------*
       7000-WRITE-LETTER-LINE.

           WRITE CONF-LTR-RECORD FROM WS-LTR-LINE
               AFTER ADVANCING 1 LINE.

       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - report totals and close
      *-----------------------------------------------------------*
       9000-TERMINATE.

           IF WS-MASTER-OPEN
               CLOSE FORM-MASTER-FILE
           END-IF

           IF WS-FS-LTR-OK
               CLOSE CONF-LTR-FILE
           END-IF

           IF WS-FS-RPT-OK
               IF WS-LETTERS-HELD = ZERO
                   MOVE 'NO LETTERS HELD BACK' TO CONF-RPT-RECORD
                   WRITE CONF-RPT-RECORD AFTER ADVANCING 1 LINE
               END-IF
               MOVE SPACES TO CONF-RPT-RECORD
               WRITE CONF-RPT-RECORD AFTER ADVANCING 1 LINE
               PERFORM 9100-WRITE-TOTALS
               CLOSE CONF-RPT-FILE
           END-IF

           DISPLAY 'JOURNAL ENTRIES READ.: ' WS-JRNL-READ
           DISPLAY 'ENTRIES FOR THE DATE.: ' WS-JRNL-SELECTED
           DISPLAY 'PERSONS..............: ' WS-PERSONS
           DISPLAY 'NEW LETTERS..........: ' WS-LETTERS-NEW
           DISPLAY 'CHANGE LETTERS.......: ' WS-LETTERS-CHANGED
           DISPLAY 'CLOSURE LETTERS......: ' WS-LETTERS-DELETED
           DISPLAY 'MERGE LETTERS........: ' WS-LETTERS-MERGED
           DISPLAY 'LETTERS HELD BACK....: ' WS-LETTERS-HELD
           DISPLAY 'NO PRINTED CHANGE....: ' WS-NOTHING-TO-SAY

           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-WRITE-TOTALS - the run's counts on CONFRPT
      *-----------------------------------------------------------*
       9100-WRITE-TOTALS.

           MOVE SPACES TO WS-RPT-LINE
           STRING 'JOURNAL ENTRIES FOR THE DATE: ' DELIMITED BY SIZE
                  WS-JRNL-SELECTED                 DELIMITED BY SIZE
                  '  PERSONS: '                    DELIMITED BY SIZE
                  WS-PERSONS                       DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE CONF-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'LETTERS PRINTED - NEW: '        DELIMITED BY SIZE
                  WS-LETTERS-NEW                   DELIMITED BY SIZE
                  '  CHANGED: '                    DELIMITED BY SIZE
                  WS-LETTERS-CHANGED               DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE CONF-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING '                CLOSED: '       DELIMITED BY SIZE
                  WS-LETTERS-DELETED               DELIMITED BY SIZE
                  '  MERGED: '                     DELIMITED BY SIZE
                  WS-LETTERS-MERGED                DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE CONF-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'LETTERS HELD BACK: '            DELIMITED BY SIZE
                  WS-LETTERS-HELD                  DELIMITED BY SIZE
                  '  CHANGES WITH NOTHING PRINTED CHANGED: '
                                                   DELIMITED BY SIZE
                  WS-NOTHING-TO-SAY                DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE CONF-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       9100-EXIT.
           EXIT.

       END PROGRAM FRMCONF.
