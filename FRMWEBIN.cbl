      *****************************************************************
      * Program name:    FORM Web Registration Intake
      * Original author: Jeremiah Silva
      *
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 JEREMIAH SILVA Created to take the online form's
      *                         WEBREGS export instead of having it
      *                         rekeyed: each row is mapped into the
      *                         FORMTRAN transaction layout as an ADD,
      *                         the full phone split into country code,
      *                         national number and extension against
      *                         DIALREF, and the person given the next
      *                         free WS-FORM-KEY off the FORMNKEY
      *                         next-key control record - never a key
      *                         live on FORMMSTR, purged to FORMARCP or
      *                         retired on FORMRXRF. The ADDs go out on
      *                         WEBTRAN as one balanced header/trailer
      *                         batch for FRMTREDT; a row that cannot
      *                         be mapped is listed on WEBRPT with its
      *                         reason and the row as received
      * 15/10/26 JEREMIAH SILVA The export, the batch and the report are
      *                         now closed only when they opened, so a
      *                         night with no WEBREGS ends cleanly
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMWEBIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEB-EXPORT-FILE    ASSIGN TO 'WEBREGS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WEB.
           SELECT FORM-MASTER-FILE   ASSIGN TO 'FORMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-FORM-KEY OF FORM
               FILE STATUS IS WS-FS-MASTER.
           SELECT ARCHIVE-FILE       ASSIGN TO 'FORMARCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.
           SELECT RETIRED-XREF-FILE  ASSIGN TO 'FORMRXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RXRF.
           SELECT DIAL-REF-FILE      ASSIGN TO 'DIALREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIALREF.
           SELECT NEXT-KEY-FILE      ASSIGN TO 'FORMNKEY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NKEY.
           SELECT WEB-TRAN-FILE      ASSIGN TO 'WEBTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-WTRN.
           SELECT WEB-RPT-FILE       ASSIGN TO 'WEBRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
      * One registration per row, eleven fields separated by '|'
      * in this order: web reference, first name, last name, full
      * phone (international form, '+' or '00', with any extension
      * after X, EXT or #), street, district, city, province,
      * postcode, nationality, occupation. No heading row.
       FD  WEB-EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WEB-EXPORT-RECORD            PIC X(400).

       FD  FORM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY 'LAYOUT001.CPY'.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY 'LAYOUT001.CPY' REPLACING ==01 FORM.== BY
                                      ==01 ARCHIVE-RECORD.==.

       FD  RETIRED-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETIRED-XREF-RECORD.
           05 RXRF-RETIRED-KEY          PIC 9(06).
           05 RXRF-SURVIVOR-KEY         PIC 9(06).
           05 RXRF-MERGE-DATE           PIC 9(08).
           05 RXRF-REVIEWER             PIC X(08).
           05 FILLER                    PIC X(52).

       FD  DIAL-REF-FILE
           LABEL RECORDS ARE STANDARD.
       01 DIALREF-RECORD.
           05 DIALREF-CODE              PIC X(04).
           05 DIALREF-MIN-LEN           PIC 9(02).
           05 DIALREF-MAX-LEN           PIC 9(02).
           05 DIALREF-GRP-1             PIC 9(01).
           05 DIALREF-GRP-2             PIC 9(01).
           05 FILLER                    PIC X(70).

      * One record: the next WS-FORM-KEY to give out and what the
      * last intake run gave out.
       FD  NEXT-KEY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEXT-KEY-RECORD.
           05 NKEY-NEXT-KEY             PIC 9(07).
           05 NKEY-LAST-RUN-DATE        PIC 9(08).
           05 NKEY-FIRST-ISSUED         PIC 9(06).
           05 NKEY-LAST-ISSUED          PIC 9(06).
           05 NKEY-KEYS-ISSUED          PIC 9(07).
           05 FILLER                    PIC X(46).

       FD  WEB-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRAN-RECORD.
           05 TRAN-CODE                PIC X(01).
               88 TRAN-IS-ADD                VALUE 'A'.
               88 TRAN-IS-CHANGE              VALUE 'C'.
               88 TRAN-IS-DELETE              VALUE 'D'.
       COPY 'LAYOUT001T.CPY'.
       01  TRAN-CONTROL-RECORD.
       COPY 'LAYOUT001C.CPY'.

       FD  WEB-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WEB-RPT-RECORD               PIC X(80).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-WEB             PIC XX.
               88 WS-FS-WEB-OK           VALUE '00'.
           05 WS-FS-MASTER          PIC XX.
               88 WS-FS-MASTER-OK        VALUE '00'.
           05 WS-FS-ARCH            PIC XX.
               88 WS-FS-ARCH-OK          VALUE '00'.
           05 WS-FS-RXRF            PIC XX.
               88 WS-FS-RXRF-OK          VALUE '00'.
           05 WS-FS-DIALREF         PIC XX.
               88 WS-FS-DIALREF-OK       VALUE '00'.
           05 WS-FS-NKEY            PIC XX.
               88 WS-FS-NKEY-OK          VALUE '00'.
           05 WS-FS-WTRN            PIC XX.
               88 WS-FS-WTRN-OK          VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-RUN-ABORTED-SW     PIC X(01)   VALUE 'N'.
               88 WS-RUN-ABORTED         VALUE 'Y'.
           05 WS-EOF-WEB-SW         PIC X(01)   VALUE 'N'.
               88 WS-EOF-WEB             VALUE 'Y'.
           05 WS-EOF-MASTER-SW      PIC X(01)   VALUE 'N'.
               88 WS-EOF-MASTER          VALUE 'Y'.
           05 WS-EOF-ARCH-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-ARCH            VALUE 'Y'.
           05 WS-EOF-RXRF-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-RXRF            VALUE 'Y'.
           05 WS-DIALREF-EOF-SW     PIC X(01)   VALUE 'N'.
               88 WS-DIALREF-EOF-YES     VALUE 'Y'.
               88 WS-DIALREF-EOF-NO      VALUE 'N'.
           05 WS-DIAL-FOUND-SW      PIC X(01)   VALUE 'N'.
               88 WS-DIAL-FOUND          VALUE 'Y'.
           05 WS-PH-PLUS-SW         PIC X(01)   VALUE 'N'.
               88 WS-PH-PLUS-SEEN        VALUE 'Y'.
           05 WS-PH-BAD-CHAR-SW     PIC X(01)   VALUE 'N'.
               88 WS-PH-BAD-CHAR         VALUE 'Y'.
           05 WS-PH-CODE-KNOWN-SW   PIC X(01)   VALUE 'N'.
               88 WS-PH-CODE-KNOWN       VALUE 'Y'.
           05 WS-PH-SPLIT-SW        PIC X(01)   VALUE 'N'.
               88 WS-PH-SPLIT            VALUE 'Y'.
           05 WS-NKEY-SAVED-SW      PIC X(01)   VALUE 'N'.
               88 WS-NKEY-SAVED          VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.
           05 WS-WEB-OPEN-SW        PIC X(01)   VALUE 'N'.
               88 WS-WEB-OPEN            VALUE 'Y'.
           05 WS-WTRN-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-WTRN-OPEN           VALUE 'Y'.
           05 WS-RPT-OPEN-SW        PIC X(01)   VALUE 'N'.
               88 WS-RPT-OPEN            VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-ROWS-READ          PIC 9(07)   VALUE ZEROS.
           05 WS-ROWS-BLANK         PIC 9(07)   VALUE ZEROS.
           05 WS-ROWS-MAPPED        PIC 9(07)   VALUE ZEROS.
           05 WS-ROWS-NOT-MAPPED    PIC 9(07)   VALUE ZEROS.

       01 WS-BATCH-CONTROLS.
           05 WS-ADDS-CUT           PIC 9(07)   VALUE ZEROS.
           05 WS-CUT-KEY-HASH       PIC 9(12)   VALUE ZEROS.

      * Where the next key comes from: the control record and the
      * highest key each of the three key files has ever held.
      * Keys are given out above all four, so none can be reused.
       01 WS-KEY-CONTROLS.
           05 WS-NKEY-ON-FILE       PIC 9(07)   VALUE ZEROS.
           05 WS-HIGH-MASTER-KEY    PIC 9(06)   VALUE ZEROS.
           05 WS-HIGH-ARCHIVE-KEY   PIC 9(06)   VALUE ZEROS.
           05 WS-HIGH-RETIRED-KEY   PIC 9(06)   VALUE ZEROS.
           05 WS-NEXT-KEY           PIC 9(07)   VALUE ZEROS.
           05 WS-FIRST-ISSUED       PIC 9(06)   VALUE ZEROS.
           05 WS-LAST-ISSUED        PIC 9(06)   VALUE ZEROS.
           05 WS-KEY-CANDIDATE      PIC 9(07)   VALUE ZEROS.

       77 WS-MAX-FORM-KEY           PIC 9(07)   VALUE 999999.

      * The row being mapped, its significant length and its
      * fields as split off the delimiters.
       01 WS-WEB-ROW                PIC X(400).
       77 WS-ROW-LEN                PIC 9(03)   VALUE ZEROS.
       77 WS-DELIM-COUNT            PIC 9(03)   VALUE ZEROS.
       77 WS-FIELD-COUNT            PIC 9(03)   VALUE ZEROS.
       77 WS-CX                     PIC 9(03)   VALUE ZEROS.
       77 WS-F                      PIC 9(02)   VALUE ZEROS.
       77 WS-WEB-FIELD-MAX          PIC 9(02)   VALUE 11.

       01 WS-WEB-FIELDS.
           05 WS-WEB-FIELD          PIC X(60)   OCCURS 11 TIMES.
       01 WS-WEB-ROW-FIELDS REDEFINES WS-WEB-FIELDS.
           05 WEB-REFERENCE         PIC X(60).
           05 WEB-FIRST-NAME        PIC X(60).
           05 WEB-LAST-NAME         PIC X(60).
           05 WEB-PHONE             PIC X(60).
           05 WEB-STREET            PIC X(60).
           05 WEB-DISTRICT          PIC X(60).
           05 WEB-CITY              PIC X(60).
           05 WEB-PROVINCE          PIC X(60).
           05 WEB-POSTCODE          PIC X(60).
           05 WEB-NATIONALITY       PIC X(60).
           05 WEB-OCCUPATION        PIC X(60).

       01 WS-WEB-LENGTHS.
           05 WS-WEB-LEN            PIC 9(03)   OCCURS 11 TIMES.

      * Per field, in export order: the name used on the listing,
      * the longest value the transaction layout holds and whether
      * the field must be present.
       01 WS-WEB-RULE-VALUES.
           05 FILLER                PIC X(15)   VALUE
                  'WEB REF     12Y'.
           05 FILLER                PIC X(15)   VALUE
                  'FIRST NAME  20Y'.
           05 FILLER                PIC X(15)   VALUE
                  'LAST NAME   20Y'.
           05 FILLER                PIC X(15)   VALUE
                  'PHONE       30Y'.
           05 FILLER                PIC X(15)   VALUE
                  'STREET      20Y'.
           05 FILLER                PIC X(15)   VALUE
                  'DISTRICT    15N'.
           05 FILLER                PIC X(15)   VALUE
                  'CITY        15Y'.
           05 FILLER                PIC X(15)   VALUE
                  'PROVINCE    08N'.
           05 FILLER                PIC X(15)   VALUE
                  'POSTCODE    10Y'.
           05 FILLER                PIC X(15)   VALUE
                  'NATIONALITY 20N'.
           05 FILLER                PIC X(15)   VALUE
                  'OCCUPATION  20Y'.
       01 WS-WEB-RULES REDEFINES WS-WEB-RULE-VALUES.
           05 WS-WEB-RULE OCCURS 11 TIMES.
               07 WS-RULE-NAME          PIC X(12).
               07 WS-RULE-MAX           PIC 9(02).
               07 WS-RULE-REQUIRED      PIC X(01).
                   88 WS-RULE-IS-REQUIRED    VALUE 'Y'.

       01 WS-REFUSE-REASON          PIC X(40)   VALUE SPACES.

      * Phone split work areas: the digits of the number proper
      * after any '+' or '00', and of the extension.
       01 WS-PH-MAIN                PIC X(60).
       01 WS-PH-EXT-RAW             PIC X(60).
       01 WS-PH-SPARE               PIC X(60).
       01 WS-PH-CHAR                PIC X(01).
       01 WS-PH-DIGITS              PIC X(20).
       01 WS-PH-SHIFTED             PIC X(20).
       77 WS-PH-DIGIT-COUNT         PIC 9(02)   VALUE ZEROS.
       01 WS-PH-EXT-DIGITS          PIC X(06).
       77 WS-PH-EXT-COUNT           PIC 9(02)   VALUE ZEROS.
       77 WS-CODE-LEN               PIC 9(01)   VALUE ZEROS.
       77 WS-SPLIT-CODE-LEN         PIC 9(01)   VALUE ZEROS.
       77 WS-NAT-LEN                PIC 9(02)   VALUE ZEROS.
       77 WS-NAT-START              PIC 9(02)   VALUE ZEROS.

       01 WS-PC-CHARS               PIC X(06).
       77 WS-PC-COUNT               PIC 9(02)   VALUE ZEROS.

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

       01 WS-RUN-DATE.
           05 WS-RUN-CCYY             PIC 9(04).
           05 WS-RUN-MM               PIC 99.
           05 WS-RUN-DD               PIC 99.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                    PIC 9(08).

       01 WS-RPT-LINE               PIC X(80).
       77 WS-SLICE-START            PIC 9(03)   VALUE ZEROS.

       01 WS-WEBIN-HEADER-LINE.
           05 FILLER                  PIC X(30)  VALUE
                  'FORM WEB REGISTRATION INTAKE'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-HDR-MM               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-DD               PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-HDR-CCYY             PIC 9(04).
           05 FILLER                  PIC X(24)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 2100-READ-WEB-EXPORT
               PERFORM 3000-PROCESS-ONE-ROW
                   UNTIL WS-EOF-WEB
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
      * 1000-INITIALIZE - open the export, the batch and the
      *                   report, load the dialing reference and
      *                   work out the first key free to give out;
      *                   the batch header goes out once all of
      *                   that has succeeded
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT WEB-EXPORT-FILE
           IF NOT WS-FS-WEB-OK
               DISPLAY 'WEB EXPORT OPEN FAILED, STATUS ' WS-FS-WEB
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-WEB-OPEN TO TRUE
           END-IF

           OPEN OUTPUT WEB-TRAN-FILE
           IF NOT WS-FS-WTRN-OK
               DISPLAY 'WEB BATCH OPEN FAILED, STATUS ' WS-FS-WTRN
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-WTRN-OPEN TO TRUE
           END-IF

           OPEN OUTPUT WEB-RPT-FILE
           IF NOT WS-FS-RPT-OK
               DISPLAY 'WEB INTAKE REPORT OPEN FAILED, STATUS '
                       WS-FS-RPT
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-RPT-OPEN TO TRUE
               MOVE WS-RUN-MM   TO WS-HDR-MM
               MOVE WS-RUN-DD   TO WS-HDR-DD
               MOVE WS-RUN-CCYY TO WS-HDR-CCYY
               WRITE WEB-RPT-RECORD FROM WS-WEBIN-HEADER-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WEB-RPT-RECORD
               WRITE WEB-RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF

           IF NOT WS-RUN-ABORTED
               PERFORM 1500-LOAD-DIAL-TABLE
           END-IF

           IF NOT WS-RUN-ABORTED
               PERFORM 1600-FIND-FIRST-FREE-KEY
           END-IF

           IF NOT WS-RUN-ABORTED
               MOVE SPACES          TO TRAN-CONTROL-RECORD
               MOVE 'H'             TO TCTL-CODE
               MOVE WS-RUN-DATE-N   TO TCTL-BATCH-DATE
               MOVE ZEROS           TO TCTL-EXP-ADDS
               MOVE ZEROS           TO TCTL-EXP-CHANGES
               MOVE ZEROS           TO TCTL-EXP-DELETES
               MOVE ZEROS           TO TCTL-KEY-HASH
               MOVE 'FRMWEBIN'      TO TCTL-OPERATOR-ID
               MOVE ZEROS           TO TCTL-BATCH-NUMBER
               WRITE TRAN-CONTROL-RECORD
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-LOAD-DIAL-TABLE - build the in-memory dialing-code
      *                   lookup table from DIALREF, as FORM does;
      *                   without it no phone can be split, so an
      *                   empty table stops the intake
      *-----------------------------------------------------------*
       1500-LOAD-DIAL-TABLE.

           OPEN INPUT DIAL-REF-FILE
           IF WS-FS-DIALREF-OK
               PERFORM 1510-READ-DIAL-REF
               PERFORM 1520-ADD-DIAL-ENTRY
                   UNTIL WS-DIALREF-EOF-YES
               CLOSE DIAL-REF-FILE
           END-IF

           IF WS-DIAL-TABLE-COUNT = ZERO
               DISPLAY 'DIALING REFERENCE NOT AVAILABLE - '
                       'PHONES CANNOT BE SPLIT'
               MOVE 'DIALING REFERENCE NOT AVAILABLE - NO INTAKE RUN'
                   TO WS-RPT-LINE
               WRITE WEB-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               SET WS-RUN-ABORTED TO TRUE
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
      * 1600-FIND-FIRST-FREE-KEY - the first key given out tonight
      *                   is above the next key on FORMNKEY and
      *                   above every key FORMMSTR, FORMARCP and
      *                   FORMRXRF hold, so a key issued before,
      *                   keyed by hand, purged or merged away is
      *                   never handed out again
      *-----------------------------------------------------------*
       1600-FIND-FIRST-FREE-KEY.

           PERFORM 1610-READ-NEXT-KEY-RECORD
           IF NOT WS-RUN-ABORTED
               PERFORM 1620-SCAN-MASTER-KEYS
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1640-SCAN-ARCHIVE-KEYS
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1660-SCAN-RETIRED-KEYS
           END-IF

           IF NOT WS-RUN-ABORTED
               MOVE WS-NKEY-ON-FILE TO WS-NEXT-KEY
               IF WS-NEXT-KEY = ZERO
                   MOVE 1 TO WS-NEXT-KEY
               END-IF
               ADD 1 WS-HIGH-MASTER-KEY GIVING WS-KEY-CANDIDATE
               IF WS-KEY-CANDIDATE > WS-NEXT-KEY
                   MOVE WS-KEY-CANDIDATE TO WS-NEXT-KEY
               END-IF
               ADD 1 WS-HIGH-ARCHIVE-KEY GIVING WS-KEY-CANDIDATE
               IF WS-KEY-CANDIDATE > WS-NEXT-KEY
                   MOVE WS-KEY-CANDIDATE TO WS-NEXT-KEY
               END-IF
               ADD 1 WS-HIGH-RETIRED-KEY GIVING WS-KEY-CANDIDATE
               IF WS-KEY-CANDIDATE > WS-NEXT-KEY
                   MOVE WS-KEY-CANDIDATE TO WS-NEXT-KEY
               END-IF

               MOVE SPACES TO WS-RPT-LINE
               STRING 'NEXT KEY ON FORMNKEY: '    DELIMITED BY SIZE
                      WS-NKEY-ON-FILE              DELIMITED BY SIZE
                      '  HIGHEST ON FORMMSTR: '    DELIMITED BY SIZE
                      WS-HIGH-MASTER-KEY           DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE WEB-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'HIGHEST ON FORMARCP: '     DELIMITED BY SIZE
                      WS-HIGH-ARCHIVE-KEY          DELIMITED BY SIZE
                      '  HIGHEST ON FORMRXRF: '    DELIMITED BY SIZE
                      WS-HIGH-RETIRED-KEY          DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE WEB-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FIRST KEY FREE TO ISSUE: ' DELIMITED BY SIZE
                      WS-NEXT-KEY                  DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE WEB-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WEB-RPT-RECORD
               WRITE WEB-RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1610-READ-NEXT-KEY-RECORD - the next key the last intake
      *                   left; no FORMNKEY yet means no intake
      *                   has run and keys start above the files
      *-----------------------------------------------------------*
       1610-READ-NEXT-KEY-RECORD.

           OPEN INPUT NEXT-KEY-FILE
           IF WS-FS-NKEY = '35'
               MOVE 'NO NEXT-KEY CONTROL RECORD - KEYS START ABOVE THE'
                   TO WS-RPT-LINE
               WRITE WEB-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'HIGHEST KEY ON FILE' TO WS-RPT-LINE
               WRITE WEB-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF NOT WS-FS-NKEY-OK
                   DISPLAY 'NEXT-KEY CONTROL OPEN FAILED, STATUS '
                           WS-FS-NKEY
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   READ NEXT-KEY-FILE
                       AT END
                           DISPLAY 'NEXT-KEY CONTROL FILE IS EMPTY'
                           SET WS-RUN-ABORTED TO TRUE
                   END-READ
                   IF NOT WS-RUN-ABORTED
                       IF NKEY-NEXT-KEY NUMERIC
                           MOVE NKEY-NEXT-KEY TO WS-NKEY-ON-FILE
                       ELSE
                           DISPLAY 'NEXT-KEY CONTROL NOT NUMERIC: '
                                   NKEY-NEXT-KEY
                           SET WS-RUN-ABORTED TO TRUE
                       END-IF
                   END-IF
                   CLOSE NEXT-KEY-FILE
               END-IF
           END-IF.

       1610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1620-SCAN-MASTER-KEYS - highest key live on the master; an
      *                   empty or new master simply has none
      *-----------------------------------------------------------*
       1620-SCAN-MASTER-KEYS.

           OPEN INPUT FORM-MASTER-FILE
           IF WS-FS-MASTER = '35'
               CONTINUE
           ELSE
               IF NOT WS-FS-MASTER-OK
                   DISPLAY 'FORM-MASTER OPEN FAILED, STATUS '
                           WS-FS-MASTER
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   PERFORM 1630-READ-MASTER
                   PERFORM 1625-NOTE-MASTER-KEY
                       UNTIL WS-EOF-MASTER
                   CLOSE FORM-MASTER-FILE
               END-IF
           END-IF.

       1620-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1625-NOTE-MASTER-KEY - keep the highest master key seen
      *-----------------------------------------------------------*
       1625-NOTE-MASTER-KEY.

           IF WS-FORM-KEY OF FORM NUMERIC
               IF WS-FORM-KEY OF FORM > WS-HIGH-MASTER-KEY
                   MOVE WS-FORM-KEY OF FORM TO WS-HIGH-MASTER-KEY
               END-IF
           END-IF
           PERFORM 1630-READ-MASTER.

       1625-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1630-READ-MASTER - read the next master record
      *-----------------------------------------------------------*
       1630-READ-MASTER.

           READ FORM-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-MASTER-SW
           END-READ.

       1630-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1640-SCAN-ARCHIVE-KEYS - highest key ever purged to the
      *                   FORMARCP archive; no archive yet means
      *                   nothing has been purged
      *-----------------------------------------------------------*
       1640-SCAN-ARCHIVE-KEYS.

           OPEN INPUT ARCHIVE-FILE
           IF WS-FS-ARCH = '35'
               CONTINUE
           ELSE
               IF NOT WS-FS-ARCH-OK
                   DISPLAY 'PURGE ARCHIVE OPEN FAILED, STATUS '
                           WS-FS-ARCH
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   PERFORM 1650-READ-ARCHIVE
                   PERFORM 1645-NOTE-ARCHIVE-KEY
                       UNTIL WS-EOF-ARCH
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       1640-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1645-NOTE-ARCHIVE-KEY - keep the highest archived key seen
      *-----------------------------------------------------------*
       1645-NOTE-ARCHIVE-KEY.

           IF WS-FORM-KEY OF ARCHIVE-RECORD NUMERIC
               IF WS-FORM-KEY OF ARCHIVE-RECORD > WS-HIGH-ARCHIVE-KEY
                   MOVE WS-FORM-KEY OF ARCHIVE-RECORD
                       TO WS-HIGH-ARCHIVE-KEY
               END-IF
           END-IF
           PERFORM 1650-READ-ARCHIVE.

       1645-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1650-READ-ARCHIVE - read the next archived record
      *-----------------------------------------------------------*
       1650-READ-ARCHIVE.

           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ARCH-SW
           END-READ.

       1650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1660-SCAN-RETIRED-KEYS - highest key named on the FORMRXRF
      *                   retired-key cross-reference, retired or
      *                   survivor; no file means no merges yet
      *-----------------------------------------------------------*
       1660-SCAN-RETIRED-KEYS.

           OPEN INPUT RETIRED-XREF-FILE
           IF WS-FS-RXRF = '35'
               CONTINUE
           ELSE
               IF NOT WS-FS-RXRF-OK
                   DISPLAY 'RETIRED-KEY XREF OPEN FAILED, STATUS '
                           WS-FS-RXRF
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   PERFORM 1670-READ-RXRF
                   PERFORM 1665-NOTE-RETIRED-KEY
                       UNTIL WS-EOF-RXRF
                   CLOSE RETIRED-XREF-FILE
               END-IF
           END-IF.

       1660-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1665-NOTE-RETIRED-KEY - keep the highest key either side
      *                   of a merge mapping
      *-----------------------------------------------------------*
       1665-NOTE-RETIRED-KEY.

           IF RXRF-RETIRED-KEY NUMERIC
               IF RXRF-RETIRED-KEY > WS-HIGH-RETIRED-KEY
                   MOVE RXRF-RETIRED-KEY TO WS-HIGH-RETIRED-KEY
               END-IF
           END-IF
           IF RXRF-SURVIVOR-KEY NUMERIC
               IF RXRF-SURVIVOR-KEY > WS-HIGH-RETIRED-KEY
                   MOVE RXRF-SURVIVOR-KEY TO WS-HIGH-RETIRED-KEY
               END-IF
           END-IF
           PERFORM 1670-READ-RXRF.

       1665-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1670-READ-RXRF - read the next retired-key mapping
      *-----------------------------------------------------------*
       1670-READ-RXRF.

           READ RETIRED-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-RXRF-SW
           END-READ.

       1670-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-READ-WEB-EXPORT - read the next row of the export
      *-----------------------------------------------------------*
       2100-READ-WEB-EXPORT.

           READ WEB-EXPORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-WEB-SW
           END-READ.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PROCESS-ONE-ROW - split the row into its fields, edit
      *                   them, split the phone and the postcode,
      *                   and cut the ADD under the next free key;
      *                   the first failure is the reason the row
      *                   is listed, and it takes no key
      *-----------------------------------------------------------*
       3000-PROCESS-ONE-ROW.

           MOVE WEB-EXPORT-RECORD TO WS-WEB-ROW
           MOVE ZEROS TO WS-ROW-LEN
           PERFORM 3050-FIND-ROW-END
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > 400

           ADD 1 TO WS-ROWS-READ
           IF WS-ROW-LEN = ZERO
               ADD 1 TO WS-ROWS-BLANK
           ELSE
               MOVE SPACES TO WS-REFUSE-REASON
               PERFORM 3100-SPLIT-ROW
               IF WS-REFUSE-REASON = SPACES
                   PERFORM 3200-CHECK-ONE-FIELD
                       VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-WEB-FIELD-MAX
               END-IF
               IF WS-REFUSE-REASON = SPACES
                   PERFORM 3400-SPLIT-PHONE
               END-IF
               IF WS-REFUSE-REASON = SPACES
                   PERFORM 3600-SPLIT-POSTCODE
               END-IF
               IF WS-REFUSE-REASON = SPACES
                       AND WS-NEXT-KEY > WS-MAX-FORM-KEY
                   MOVE 'NO FORM KEY LEFT TO ASSIGN'
                       TO WS-REFUSE-REASON
               END-IF

               IF WS-REFUSE-REASON = SPACES
                   PERFORM 3700-CUT-ADD-TRANSACTION
               ELSE
                   PERFORM 3800-LIST-ROW-NOT-MAPPED
               END-IF
           END-IF

           PERFORM 2100-READ-WEB-EXPORT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-FIND-ROW-END - note the last non-blank column, so the
      *                   fields are split off the row as exported
      *                   and not off the padding behind it
      *-----------------------------------------------------------*
       3050-FIND-ROW-END.

           IF WS-WEB-ROW (WS-CX:1) NOT = SPACE
               MOVE WS-CX TO WS-ROW-LEN
           END-IF.

       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-SPLIT-ROW - a row must carry exactly eleven fields;
      *                   they are split off the delimiters and put
      *                   in upper case, as the master holds them
      *-----------------------------------------------------------*
       3100-SPLIT-ROW.

           MOVE ZEROS TO WS-DELIM-COUNT
           INSPECT WS-WEB-ROW (1:WS-ROW-LEN)
               TALLYING WS-DELIM-COUNT FOR ALL '|'
           ADD 1 WS-DELIM-COUNT GIVING WS-FIELD-COUNT

           IF WS-FIELD-COUNT NOT = WS-WEB-FIELD-MAX
               STRING 'ROW HAS '                  DELIMITED BY SIZE
                      WS-FIELD-COUNT               DELIMITED BY SIZE
                      ' FIELDS, 11 EXPECTED'       DELIMITED BY SIZE
                      INTO WS-REFUSE-REASON
               END-STRING
           ELSE
               MOVE SPACES TO WS-WEB-FIELDS
               MOVE ZEROS  TO WS-WEB-LENGTHS
               UNSTRING WS-WEB-ROW (1:WS-ROW-LEN)
                   DELIMITED BY '|'
                   INTO WS-WEB-FIELD (1)  COUNT IN WS-WEB-LEN (1)
                        WS-WEB-FIELD (2)  COUNT IN WS-WEB-LEN (2)
                        WS-WEB-FIELD (3)  COUNT IN WS-WEB-LEN (3)
                        WS-WEB-FIELD (4)  COUNT IN WS-WEB-LEN (4)
                        WS-WEB-FIELD (5)  COUNT IN WS-WEB-LEN (5)
                        WS-WEB-FIELD (6)  COUNT IN WS-WEB-LEN (6)
                        WS-WEB-FIELD (7)  COUNT IN WS-WEB-LEN (7)
                        WS-WEB-FIELD (8)  COUNT IN WS-WEB-LEN (8)
                        WS-WEB-FIELD (9)  COUNT IN WS-WEB-LEN (9)
                        WS-WEB-FIELD (10) COUNT IN WS-WEB-LEN (10)
                        WS-WEB-FIELD (11) COUNT IN WS-WEB-LEN (11)
               END-UNSTRING
               INSPECT WS-WEB-FIELDS
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-CHECK-ONE-FIELD - a required field must be present
      *                   and no field may be longer than the
      *                   transaction layout holds, so nothing is
      *                   cut short on the way to the master
      *-----------------------------------------------------------*
       3200-CHECK-ONE-FIELD.

           IF WS-REFUSE-REASON = SPACES
               IF WS-RULE-IS-REQUIRED (WS-F)
                       AND WS-WEB-FIELD (WS-F) = SPACES
                   STRING WS-RULE-NAME (WS-F)      DELIMITED BY '  '
                          ' IS BLANK'              DELIMITED BY SIZE
                          INTO WS-REFUSE-REASON
                   END-STRING
               ELSE
                   IF WS-WEB-LEN (WS-F) > 60
                       OR WS-WEB-FIELD (WS-F)
                              (WS-RULE-MAX (WS-F) + 1:) NOT = SPACES
                       STRING WS-RULE-NAME (WS-F)  DELIMITED BY '  '
                              ' LONGER THAN '      DELIMITED BY SIZE
                              WS-RULE-MAX (WS-F)   DELIMITED BY SIZE
                              INTO WS-REFUSE-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-SPLIT-PHONE - the full phone is taken apart into the
      *                   number proper and any extension (after X,
      *                   EXT or #); the number must be in
      *                   international form, and its leading digits
      *                   are matched to a DIALREF country code
      *                   whose national-number length range the
      *                   rest of the digits fit
      *-----------------------------------------------------------*
       3400-SPLIT-PHONE.

           MOVE SPACES TO WS-PH-MAIN
           MOVE SPACES TO WS-PH-EXT-RAW
           MOVE SPACES TO WS-PH-SPARE
           MOVE SPACES TO WS-PH-DIGITS
           MOVE SPACES TO WS-PH-EXT-DIGITS
           MOVE ZEROS  TO WS-PH-DIGIT-COUNT
           MOVE ZEROS  TO WS-PH-EXT-COUNT
           MOVE 'N'    TO WS-PH-PLUS-SW
           MOVE 'N'    TO WS-PH-BAD-CHAR-SW
           MOVE 'N'    TO WS-PH-CODE-KNOWN-SW
           MOVE 'N'    TO WS-PH-SPLIT-SW

           UNSTRING WEB-PHONE
               DELIMITED BY 'EXT' OR 'X' OR '#'
               INTO WS-PH-MAIN WS-PH-EXT-RAW WS-PH-SPARE
           END-UNSTRING

           PERFORM 3410-SCAN-NUMBER-CHAR
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > 60
           PERFORM 3420-SCAN-EXTENSION-CHAR
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > 60

           EVALUATE TRUE
               WHEN WS-PH-SPARE NOT = SPACES
                   MOVE 'PHONE HAS MORE THAN ONE EXTENSION'
                       TO WS-REFUSE-REASON
               WHEN WS-PH-BAD-CHAR
                   MOVE 'PHONE HAS A CHARACTER NOT ALLOWED'
                       TO WS-REFUSE-REASON
               WHEN WS-PH-EXT-RAW NOT = SPACES
                       AND WS-PH-EXT-COUNT = ZERO
                   MOVE 'PHONE EXTENSION HAS NO DIGITS'
                       TO WS-REFUSE-REASON
               WHEN WS-PH-PLUS-SEEN
                   CONTINUE
               WHEN WS-PH-DIGIT-COUNT > 2
                       AND WS-PH-DIGITS (1:2) = '00'
                   MOVE WS-PH-DIGITS (3:18) TO WS-PH-SHIFTED
                   MOVE WS-PH-SHIFTED       TO WS-PH-DIGITS
                   SUBTRACT 2 FROM WS-PH-DIGIT-COUNT
               WHEN OTHER
                   MOVE 'PHONE NOT IN INTERNATIONAL FORM'
                       TO WS-REFUSE-REASON
           END-EVALUATE

           IF WS-REFUSE-REASON = SPACES
               PERFORM 3430-TRY-CODE-LENGTH
                   VARYING WS-CODE-LEN FROM 1 BY 1
                   UNTIL WS-CODE-LEN > 4 OR WS-PH-SPLIT
               IF NOT WS-PH-SPLIT
                   IF WS-PH-CODE-KNOWN
                       MOVE 'PHONE LENGTH BAD FOR COUNTRY'
                           TO WS-REFUSE-REASON
                   ELSE
                       MOVE 'COUNTRY CODE NOT ON DIALING REF'
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3410-SCAN-NUMBER-CHAR - one character of the number proper:
      *                   spacing and punctuation are dropped, a
      *                   '+' may only lead, digits are kept
      *-----------------------------------------------------------*
       3410-SCAN-NUMBER-CHAR.

           MOVE WS-PH-MAIN (WS-CX:1) TO WS-PH-CHAR
           EVALUATE TRUE
               WHEN WS-PH-CHAR = SPACE OR '-' OR '.' OR '('
                                 OR ')' OR '/'
                   CONTINUE
               WHEN WS-PH-CHAR = '+'
                       AND WS-PH-DIGIT-COUNT = ZERO
                       AND NOT WS-PH-PLUS-SEEN
                   SET WS-PH-PLUS-SEEN TO TRUE
               WHEN WS-PH-CHAR NUMERIC
                   IF WS-PH-DIGIT-COUNT < 20
                       ADD 1 TO WS-PH-DIGIT-COUNT
                       MOVE WS-PH-CHAR
                           TO WS-PH-DIGITS (WS-PH-DIGIT-COUNT:1)
                   ELSE
                       SET WS-PH-BAD-CHAR TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-PH-BAD-CHAR TO TRUE
           END-EVALUATE.

       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3420-SCAN-EXTENSION-CHAR - one character of the extension:
      *                   up to six digits, spacing dropped
      *-----------------------------------------------------------*
       3420-SCAN-EXTENSION-CHAR.

           MOVE WS-PH-EXT-RAW (WS-CX:1) TO WS-PH-CHAR
           EVALUATE TRUE
               WHEN WS-PH-CHAR = SPACE OR '-' OR '.' OR ':'
                   CONTINUE
               WHEN WS-PH-CHAR NUMERIC
                   IF WS-PH-EXT-COUNT < 6
                       ADD 1 TO WS-PH-EXT-COUNT
                       MOVE WS-PH-CHAR
                           TO WS-PH-EXT-DIGITS (WS-PH-EXT-COUNT:1)
                   ELSE
                       SET WS-PH-BAD-CHAR TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-PH-BAD-CHAR TO TRUE
           END-EVALUATE.

       3420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3430-TRY-CODE-LENGTH - take the first one to four digits
      *                   as the country code; it splits the phone
      *                   when DIALREF knows the code and the rest
      *                   is a national number of a length that
      *                   country allows
      *-----------------------------------------------------------*
       3430-TRY-CODE-LENGTH.

           IF WS-CODE-LEN < WS-PH-DIGIT-COUNT
               MOVE 'N'    TO WS-DIAL-FOUND-SW
               MOVE SPACES TO WS-DIAL-CODE-KEY
               MOVE ZEROS  TO WS-DIAL-MIN-LEN
               MOVE ZEROS  TO WS-DIAL-MAX-LEN
               MOVE WS-PH-DIGITS (1:WS-CODE-LEN) TO WS-DIAL-CODE-KEY
               PERFORM 3440-SCAN-DIAL-TABLE
                   VARYING WS-DIAL-IDX FROM 1 BY 1
                   UNTIL WS-DIAL-IDX > WS-DIAL-TABLE-COUNT
               IF WS-DIAL-FOUND
                   SET WS-PH-CODE-KNOWN TO TRUE
                   SUBTRACT WS-CODE-LEN FROM WS-PH-DIGIT-COUNT
                       GIVING WS-NAT-LEN
                   IF WS-NAT-LEN NOT < WS-DIAL-MIN-LEN
                           AND WS-NAT-LEN NOT > WS-DIAL-MAX-LEN
                           AND WS-NAT-LEN NOT > 14
                       SET WS-PH-SPLIT TO TRUE
                       MOVE WS-CODE-LEN TO WS-SPLIT-CODE-LEN
                   END-IF
               END-IF
           END-IF.

       3430-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3440-SCAN-DIAL-TABLE - test one dialing-code table entry
      *                   against the code being looked up
      *-----------------------------------------------------------*
       3440-SCAN-DIAL-TABLE.

           IF WS-DIAL-TAB-CODE (WS-DIAL-IDX) = WS-DIAL-CODE-KEY
               SET WS-DIAL-FOUND TO TRUE
               MOVE WS-DIAL-TAB-MIN-LEN (WS-DIAL-IDX)
                   TO WS-DIAL-MIN-LEN
               MOVE WS-DIAL-TAB-MAX-LEN (WS-DIAL-IDX)
                   TO WS-DIAL-MAX-LEN
           END-IF.

       3440-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-SPLIT-POSTCODE - spacing and hyphens dropped, the
      *                   postcode must come to six characters,
      *                   which make the two halves of WS-POSTCODE
      *-----------------------------------------------------------*
       3600-SPLIT-POSTCODE.

           MOVE SPACES TO WS-PC-CHARS
           MOVE ZEROS  TO WS-PC-COUNT
           PERFORM 3610-SCAN-POSTCODE-CHAR
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > 10

           IF WS-PC-COUNT NOT = 6
               MOVE 'POSTCODE NOT SIX CHARACTERS'
                   TO WS-REFUSE-REASON
           END-IF.

       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3610-SCAN-POSTCODE-CHAR - keep one postcode character
      *-----------------------------------------------------------*
       3610-SCAN-POSTCODE-CHAR.

           MOVE WEB-POSTCODE (WS-CX:1) TO WS-PH-CHAR
           IF WS-PH-CHAR NOT = SPACE AND WS-PH-CHAR NOT = '-'
               ADD 1 TO WS-PC-COUNT
               IF WS-PC-COUNT NOT > 6
                   MOVE WS-PH-CHAR TO WS-PC-CHARS (WS-PC-COUNT:1)
               END-IF
           END-IF.

       3610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-CUT-ADD-TRANSACTION - the mapped row as one ADD under
      *                   the next free key, counted into the batch
      *                   controls for the trailer; WS-COUNTRY is
      *                   the world numbering zone, the country
      *                   code's first digit, and the lifecycle
      *                   dates are left for FRMMAINT to stamp
      *-----------------------------------------------------------*
       3700-CUT-ADD-TRANSACTION.

           MOVE SPACES                 TO TRAN-RECORD
           MOVE 'A'                    TO TRAN-CODE OF TRAN-RECORD
           MOVE WS-NEXT-KEY            TO WS-FORM-KEY OF TRAN-RECORD
           MOVE WEB-FIRST-NAME         TO WS-FIRST-NAME OF TRAN-RECORD
           MOVE WEB-LAST-NAME          TO WS-LAST-NAME OF TRAN-RECORD

           MOVE WS-PH-DIGITS (1:1)     TO WS-COUNTRY OF TRAN-RECORD
           MOVE WS-SPLIT-CODE-LEN
               TO WS-CODECOUNTRY-LEN OF TRAN-RECORD
           MOVE WS-PH-DIGITS (1:WS-SPLIT-CODE-LEN)
               TO WS-CODECOUNTRY OF TRAN-RECORD
           SUBTRACT WS-SPLIT-CODE-LEN FROM WS-PH-DIGIT-COUNT
               GIVING WS-NAT-LEN
           ADD 1 WS-SPLIT-CODE-LEN GIVING WS-NAT-START
           MOVE WS-NAT-LEN
               TO WS-NATIONAL-NUMBER-LEN OF TRAN-RECORD
           MOVE WS-PH-DIGITS (WS-NAT-START:WS-NAT-LEN)
               TO WS-NATIONAL-NUMBER OF TRAN-RECORD
           MOVE WS-PH-EXT-DIGITS
               TO WS-PHONE-EXTENSION OF TRAN-RECORD

           MOVE WEB-STREET             TO WS-STREET OF TRAN-RECORD
           MOVE WEB-DISTRICT           TO WS-DISTRICT OF TRAN-RECORD
           MOVE WEB-CITY               TO WS-CITY OF TRAN-RECORD
           MOVE WEB-PROVINCE           TO WS-PROVINCE OF TRAN-RECORD
           MOVE WS-PC-CHARS (1:3)
               TO WS-POSTCODE-1 OF TRAN-RECORD
           MOVE WS-PC-CHARS (4:3)
               TO WS-POSTCODE-2 OF TRAN-RECORD
           MOVE WEB-NATIONALITY
               TO WS-NACIONALITY OF TRAN-RECORD
           MOVE WEB-OCCUPATION
               TO WS-OCCUPATION OF TRAN-RECORD
           MOVE ZEROS          TO WS-DATE-ADDED OF TRAN-RECORD
           MOVE ZEROS          TO WS-DATE-LAST-MAINT OF TRAN-RECORD
           WRITE TRAN-RECORD

           ADD 1 TO WS-ADDS-CUT
           ADD WS-FORM-KEY OF TRAN-RECORD TO WS-CUT-KEY-HASH
           ADD 1 TO WS-ROWS-MAPPED
           IF WS-FIRST-ISSUED = ZERO
               MOVE WS-NEXT-KEY TO WS-FIRST-ISSUED
           END-IF
           MOVE WS-NEXT-KEY TO WS-LAST-ISSUED

           MOVE SPACES TO WS-RPT-LINE
           STRING 'ASSIGNED KEY: '                DELIMITED BY SIZE
                  WS-FORM-KEY OF TRAN-RECORD       DELIMITED BY SIZE
                  '  WEB REF: '                    DELIMITED BY SIZE
                  WEB-REFERENCE (1:12)             DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  WEB-FIRST-NAME                   DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  WEB-LAST-NAME                    DELIMITED BY '  '
                  INTO WS-RPT-LINE
           END-STRING
           WRITE WEB-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO WS-NEXT-KEY.

       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-LIST-ROW-NOT-MAPPED - one line per row that could not
      *                   be mapped, with its place in the export
      *                   and the reason, then the row exactly as
      *                   received so it can be keyed by hand
      *-----------------------------------------------------------*
       3800-LIST-ROW-NOT-MAPPED.

           ADD 1 TO WS-ROWS-NOT-MAPPED
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOT MAPPED    ROW: '           DELIMITED BY SIZE
                  WS-ROWS-READ                     DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  WS-REFUSE-REASON                 DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE WEB-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 3810-LIST-ROW-SLICE
               VARYING WS-SLICE-START FROM 1 BY 80
               UNTIL WS-SLICE-START > WS-ROW-LEN.

       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3810-LIST-ROW-SLICE - eighty columns of the row as received
      *-----------------------------------------------------------*
       3810-LIST-ROW-SLICE.

           MOVE WEB-EXPORT-RECORD (WS-SLICE-START:80) TO WS-RPT-LINE
           WRITE WEB-RPT-RECORD FROM WS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       3810-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - cut the batch trailer covering the ADDs,
      *                   move the next-key control past the keys
      *                   given out, file the totals and close; a
      *                   control record that cannot be saved ends
      *                   the run with return code eight so the
      *                   batch is held until it is put right; only
      *                   the files that opened are closed
      *-----------------------------------------------------------*
       9000-TERMINATE.

           IF WS-FS-WTRN-OK AND NOT WS-RUN-ABORTED
               MOVE SPACES          TO TRAN-CONTROL-RECORD
               MOVE 'T'             TO TCTL-CODE
               MOVE WS-RUN-DATE-N   TO TCTL-BATCH-DATE
               MOVE WS-ADDS-CUT     TO TCTL-EXP-ADDS
               MOVE ZEROS           TO TCTL-EXP-CHANGES
               MOVE ZEROS           TO TCTL-EXP-DELETES
               MOVE WS-CUT-KEY-HASH TO TCTL-KEY-HASH
               WRITE TRAN-CONTROL-RECORD
           END-IF

           IF NOT WS-RUN-ABORTED
               PERFORM 9100-SAVE-NEXT-KEY
           END-IF

           IF WS-FS-RPT-OK
               MOVE SPACES TO WEB-RPT-RECORD
               WRITE WEB-RPT-RECORD AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ROWS READ: '               DELIMITED BY SIZE
                      WS-ROWS-READ                 DELIMITED BY SIZE
                      '  MAPPED: '                 DELIMITED BY SIZE
                      WS-ROWS-MAPPED               DELIMITED BY SIZE
                      '  NOT MAPPED: '             DELIMITED BY SIZE
                      WS-ROWS-NOT-MAPPED           DELIMITED BY SIZE
                      '  BLANK: '                  DELIMITED BY SIZE
                      WS-ROWS-BLANK                DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE WEB-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-RPT-LINE
               IF WS-NKEY-SAVED
                   STRING 'KEYS ISSUED: '         DELIMITED BY SIZE
                          WS-FIRST-ISSUED          DELIMITED BY SIZE
                          ' TO '                   DELIMITED BY SIZE
                          WS-LAST-ISSUED           DELIMITED BY SIZE
                          '  NEXT KEY NOW: '       DELIMITED BY SIZE
                          WS-NEXT-KEY              DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
               ELSE
                   MOVE 'NEXT-KEY CONTROL NOT MOVED - HOLD THE BATCH'
                       TO WS-RPT-LINE
               END-IF
               WRITE WEB-RPT-RECORD FROM WS-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF WS-WEB-OPEN
               CLOSE WEB-EXPORT-FILE
           END-IF
           IF WS-WTRN-OPEN
               CLOSE WEB-TRAN-FILE
           END-IF
           IF WS-RPT-OPEN
               CLOSE WEB-RPT-FILE
           END-IF

           DISPLAY 'ROWS READ......: ' WS-ROWS-READ
           DISPLAY 'ROWS MAPPED....: ' WS-ROWS-MAPPED
           DISPLAY 'ROWS NOT MAPPED: ' WS-ROWS-NOT-MAPPED
           DISPLAY 'NEXT FORM KEY..: ' WS-NEXT-KEY

           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-SAVE-NEXT-KEY - rewrite the one FORMNKEY record with
      *                   the key after the last one given out
      *-----------------------------------------------------------*
       9100-SAVE-NEXT-KEY.

           OPEN OUTPUT NEXT-KEY-FILE
           IF NOT WS-FS-NKEY-OK
               DISPLAY 'NEXT-KEY CONTROL OPEN FAILED, STATUS '
                       WS-FS-NKEY
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE SPACES            TO NEXT-KEY-RECORD
               MOVE WS-NEXT-KEY       TO NKEY-NEXT-KEY
               MOVE WS-RUN-DATE-N     TO NKEY-LAST-RUN-DATE
               MOVE WS-FIRST-ISSUED   TO NKEY-FIRST-ISSUED
               MOVE WS-LAST-ISSUED    TO NKEY-LAST-ISSUED
               MOVE WS-ADDS-CUT       TO NKEY-KEYS-ISSUED
               WRITE NEXT-KEY-RECORD
               IF NOT WS-FS-NKEY-OK
                   DISPLAY 'NEXT-KEY CONTROL WRITE FAILED, STATUS '
                           WS-FS-NKEY
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   SET WS-NKEY-SAVED TO TRUE
               END-IF
               CLOSE NEXT-KEY-FILE
           END-IF.

       9100-EXIT.
           EXIT.

       END PROGRAM FRMWEBIN.
