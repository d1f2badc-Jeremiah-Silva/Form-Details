      *                         report with flags at five and ten
      *                         days, so no keyed form ever falls on
      *                         the floor unseen
      * 15/10/26 JEREMIAH SILVA Suspense items now carry the keying
      *                         operator and batch number FRMTREDT took
      *                         off the batch header, and the date an
      *                         item is resubmitted, so FRMKEYQ can
      *                         report what each operator and batch
      *                         still has in suspense and how long items
      *                         took to clear. The resubmission batch
      *                         header names FRMSUSP as its operator
      * 15/10/26 JEREMIAH SILVA The processing date is now the open
      *                         business date on BUSDATE instead of the
      *                         system clock, so a window that runs past
      *                         midnight or a rerun next morning posts
      *                         to the business day it belongs to; with
      *                         no open business date the run is refused
      *                         with return code eight, and the report
      *                         heading prints the business date
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMSUSP.
           SELECT SUSPENSE-RPT-FILE  ASSIGN TO 'SUSPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
               88 SUSP-TRAN-IS-DELETE         VALUE 'D'.
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==SUSP-FORM-DATA==.
           05 SUSP-OPERATOR-ID          PIC X(08).
           05 SUSP-BATCH-NUMBER         PIC 9(06).
           05 SUSP-CLEAR-DATE           PIC 9(08).

       FD  NEW-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
           05 NSUSP-TRAN-CODE           PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==NSUSP-FORM-DATA==.
           05 NSUSP-OPERATOR-ID         PIC X(08).
           05 NSUSP-BATCH-NUMBER        PIC 9(06).
           05 NSUSP-CLEAR-DATE          PIC 9(08).

       FD  CORRECTION-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RPT-RECORD          PIC X(80).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       77 WS-TM-1                   PIC 999.

               88 WS-FS-RESUB-OK         VALUE '00'.
           05 WS-FS-RPT             PIC XX.
               88 WS-FS-RPT-OK           VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-RUN-ABORTED-SW     PIC X(01)   VALUE 'N'.
           05 WS-TRAN-VALID-SW      PIC X(01)   VALUE 'Y'.
               88 WS-TRAN-VALID          VALUE 'Y'.
               88 WS-TRAN-INVALID        VALUE 'N'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-ITEMS-READ         PIC 9(07)   VALUE ZEROS.
       01 WS-SUSP-HEADER-LINE.
           05 FILLER                  PIC X(31)  VALUE
                  'FORM REJECT SUSPENSE REPORT'.
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
               PERFORM 2000-PROCESS-ONE-ITEM

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
      * 1000-INITIALIZE - open everything, load the correction
      *                   cards and the dialing-code table, cut the
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
               TO WS-TODAY-INT

                   MOVE ZEROS           TO TCTL-EXP-CHANGES
                   MOVE ZEROS           TO TCTL-EXP-DELETES
                   MOVE ZEROS           TO TCTL-KEY-HASH
                   MOVE 'FRMSUSP'       TO TCTL-OPERATOR-ID
                   MOVE ZEROS           TO TCTL-BATCH-NUMBER
                   WRITE TRAN-CONTROL-RECORD
               END-IF
           END-IF
      * 2400-RESUBMIT-ITEM - the corrected item comes clean: fold
      *                   it into the resubmission batch, count it
      *                   into the trailer controls and mark it
      *                   resubmitted on the suspense file, dated so
      *                   the keying quality report can tell how
      *                   long it took to clear
      *-----------------------------------------------------------*
       2400-RESUBMIT-ITEM.

           ADD WS-FORM-KEY OF SUSP-FORM-DATA TO WS-CUT-KEY-HASH

           MOVE 'R' TO SUSP-STATUS
           MOVE WS-RUN-DATE-N TO SUSP-CLEAR-DATE
           ADD 1 TO WS-ITEMS-RESUBMITTED

           MOVE SPACES TO WS-RPT-LINE
