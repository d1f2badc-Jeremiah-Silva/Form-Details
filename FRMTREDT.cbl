      *                         what is still unworked - a rejected
      *                         transaction no longer just disappears
      *                         when nobody rekeys it
      * 15/10/26 JEREMIAH SILVA The batch header now names the keying
      *                         operator and the batch number; both are
      *                         carried onto every FORMTREJ reject and
      *                         FORMSUSP suspense item, and each batch
      *                         edited leaves a FORMKSTA keying
      *                         statistics record - transactions keyed,
      *                         accepted, rejected and rejected by
      *                         reason code - for the weekly FRMKEYQ
      *                         keying quality report
      * 15/10/26 JEREMIAH SILVA The processing date is now the open
      *                         business date on BUSDATE instead of the
      *                         system clock, so a window that runs past
      *                         midnight or a rerun next morning posts
      *                         to the business day it belongs to; with
      *                         no open business date the run is refused
      *                         with return code eight
      * 15/10/26 JEREMIAH SILVA FORMSUSP and FORMTREJ written before the
      *                         keying operator, batch number and clear
      *                         date were added are carried onto the new
      *                         layout once, at cut-over, by FRMSCONV
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMTREDT.
           SELECT SUSPENSE-FILE      ASSIGN TO 'FORMSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUSP.
           SELECT KEYING-STATS-FILE  ASSIGN TO 'FORMKSTA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-KSTA.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
                                       ==REJ-FORM-DATA==.
           05 REJ-REASON-CODE          PIC X(02).
           05 REJ-REASON-TEXT          PIC X(40).
           05 REJ-OPERATOR-ID          PIC X(08).
           05 REJ-BATCH-NUMBER         PIC 9(06).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           05 SUSP-TRAN-CODE            PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==SUSP-FORM-DATA==.
           05 SUSP-OPERATOR-ID          PIC X(08).
           05 SUSP-BATCH-NUMBER         PIC 9(06).
           05 SUSP-CLEAR-DATE           PIC 9(08).

      * One record per batch edited: who keyed it, how many
      * transactions it held and how the edit treated them, with
      * the rejects broken down by reason code 01-11 (slot 12 takes
      * any other code), for the weekly keying quality report.
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

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
               88 WS-FS-DIALREF-OK       VALUE '00'.
           05 WS-FS-SUSP            PIC XX.
               88 WS-FS-SUSP-OK          VALUE '00'.
           05 WS-FS-KSTA            PIC XX.
               88 WS-FS-KSTA-OK          VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-SWITCHES.
           05 WS-EOF-TRAN-SW        PIC X(01)   VALUE 'N'.
               88 WS-DIALREF-EOF-NO      VALUE 'N'.
           05 WS-DIAL-FOUND-SW      PIC X(01)   VALUE 'N'.
               88 WS-DIAL-FOUND          VALUE 'Y'.
           05 WS-BATCH-OPEN-SW      PIC X(01)   VALUE 'N'.
               88 WS-BATCH-OPEN          VALUE 'Y'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-TRANS-READ         PIC 9(07)   VALUE ZEROS.
           05 WS-EXP-KEY-HASH       PIC 9(12)   VALUE ZEROS.

       01 WS-BATCH-DATE             PIC 9(08)   VALUE ZEROS.
       01 WS-BATCH-OPERATOR         PIC X(08)   VALUE SPACES.
       01 WS-BATCH-NUMBER           PIC 9(06)   VALUE ZEROS.

      * Keying statistics for the batch now being edited.
       01 WS-BATCH-STATS.
           05 WS-BAT-KEYED          PIC 9(07).
           05 WS-BAT-ACCEPTED       PIC 9(07).
           05 WS-BAT-REJECTED       PIC 9(07).
           05 WS-BAT-REJ-BY-REASON  PIC 9(05) OCCURS 12 TIMES.

       77 WS-MAX-REASON             PIC 9(02)   VALUE 12.
       77 WS-R                      PIC 9(02)   VALUE ZEROS.

       01 WS-RUN-DATE.
           05 WS-RUN-CCYY           PIC 9(04).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-ONE-TRANSACTION
               UNTIL WS-EOF-TRAN

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
      * 1000-INITIALIZE - open the raw transaction file, the
      *                   edited file FRMMAINT consumes and the
               MOVE 'Y' TO WS-EOF-TRAN-SW
           END-IF

           OPEN EXTEND KEYING-STATS-FILE
           IF WS-FS-KSTA = '35'
               OPEN OUTPUT KEYING-STATS-FILE
           END-IF
           IF NOT WS-FS-KSTA-OK
               DISPLAY 'KEYING STATISTICS OPEN FAILED, STATUS '
                       WS-FS-KSTA ' - NO STATISTICS KEPT THIS RUN'
           END-IF
           MOVE ZEROS TO WS-BATCH-STATS

           PERFORM 1500-LOAD-DIAL-TABLE

                   PERFORM 2500-PROCESS-TRAILER
               WHEN OTHER
                   ADD 1 TO WS-TRANS-READ
                   ADD 1 TO WS-BAT-KEYED
                   SET WS-BATCH-OPEN TO TRUE
                   PERFORM 2050-COUNT-TRANSACTION
                   PERFORM 2200-VALIDATE-TRANSACTION

                   IF WS-TRAN-VALID
                       ADD 1 TO WS-TRANS-ACCEPTED
                       ADD 1 TO WS-BAT-ACCEPTED
                       PERFORM 2060-COUNT-PASSED
                       MOVE TRAN-RECORD TO EDITED-TRAN-RECORD
                       WRITE EDITED-TRAN-RECORD
                   ELSE
                       ADD 1 TO WS-TRANS-REJECTED
                       ADD 1 TO WS-BAT-REJECTED
                       PERFORM 2300-WRITE-REJECT
                   END-IF
           END-EVALUATE
      * 2300-WRITE-REJECT - write the rejected transaction with its
      *                   reason code and text for same-day rework,
      *                   and hold it open on the suspense file so
      *                   FRMSUSP can prove it was worked off; both
      *                   carry the keying operator and batch number
      *                   off the batch header, and the reject is
      *                   counted against the batch by reason
      *-----------------------------------------------------------*
       2300-WRITE-REJECT.

           MOVE TRAN-FORM-DATA OF TRAN-RECORD TO REJ-FORM-DATA
           MOVE WS-REJ-CODE                    TO REJ-REASON-CODE
           MOVE WS-REJ-TEXT                    TO REJ-REASON-TEXT
           MOVE WS-BATCH-OPERATOR              TO REJ-OPERATOR-ID
           MOVE WS-BATCH-NUMBER                TO REJ-BATCH-NUMBER
           WRITE REJECT-TRAN-RECORD

           MOVE WS-MAX-REASON TO WS-R
           IF WS-REJ-CODE NUMERIC
               IF WS-REJ-CODE > '00' AND WS-REJ-CODE < '12'
                   MOVE WS-REJ-CODE TO WS-R
               END-IF
           END-IF
           ADD 1 TO WS-BAT-REJ-BY-REASON (WS-R)

           IF WS-FS-SUSP-OK
               MOVE SPACES                    TO SUSPENSE-RECORD
               MOVE 'O'                       TO SUSP-STATUS
               MOVE TRAN-CODE OF TRAN-RECORD  TO SUSP-TRAN-CODE
               MOVE TRAN-FORM-DATA OF TRAN-RECORD
                   TO SUSP-FORM-DATA
               MOVE WS-BATCH-OPERATOR         TO SUSP-OPERATOR-ID
               MOVE WS-BATCH-NUMBER           TO SUSP-BATCH-NUMBER
               MOVE ZEROS                     TO SUSP-CLEAR-DATE
               WRITE SUSPENSE-RECORD
           END-IF.

           EXIT.

      *-----------------------------------------------------------*
      * 2400-PROCESS-HEADER - file the statistics of any batch
      *                   already under way, save the batch date,
      *                   keying operator and batch number, and copy
      *                   the header straight through to FORMTRNE
      *-----------------------------------------------------------*
       2400-PROCESS-HEADER.

           IF WS-BATCH-OPEN
               PERFORM 2600-WRITE-BATCH-STATS
           END-IF
           SET WS-BATCH-OPEN TO TRUE

           SET WS-HEADER-SEEN TO TRUE
           MOVE TCTL-BATCH-DATE OF TRAN-CONTROL-RECORD
               TO WS-BATCH-DATE
           MOVE TCTL-OPERATOR-ID OF TRAN-CONTROL-RECORD
               TO WS-BATCH-OPERATOR
           IF TCTL-BATCH-NUMBER OF TRAN-CONTROL-RECORD NUMERIC
               MOVE TCTL-BATCH-NUMBER OF TRAN-CONTROL-RECORD
                   TO WS-BATCH-NUMBER
           ELSE
               MOVE ZEROS TO WS-BATCH-NUMBER
           END-IF
           MOVE TRAN-CONTROL-RECORD TO EDITED-CONTROL-RECORD
           WRITE EDITED-CONTROL-RECORD.

       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-WRITE-BATCH-STATS - one keying statistics record for
      *                   the batch just edited, then clear the
      *                   counts for the next one
      *-----------------------------------------------------------*
       2600-WRITE-BATCH-STATS.

           IF WS-FS-KSTA-OK
               MOVE SPACES            TO KEYING-STATS-RECORD
               MOVE WS-RUN-DATE-N     TO KSTA-RUN-DATE
               MOVE WS-BATCH-DATE     TO KSTA-BATCH-DATE
               MOVE WS-BATCH-OPERATOR TO KSTA-OPERATOR-ID
               MOVE WS-BATCH-NUMBER   TO KSTA-BATCH-NUMBER
               MOVE WS-BAT-KEYED      TO KSTA-KEYED
               MOVE WS-BAT-ACCEPTED   TO KSTA-ACCEPTED
               MOVE WS-BAT-REJECTED   TO KSTA-REJECTED
               PERFORM 2610-MOVE-REASON-COUNT
                   VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-MAX-REASON
               WRITE KEYING-STATS-RECORD
           END-IF

           MOVE ZEROS TO WS-BATCH-STATS
           MOVE 'N'   TO WS-BATCH-OPEN-SW.

       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2610-MOVE-REASON-COUNT - carry one reason code's reject
      *                   count onto the statistics record
      *-----------------------------------------------------------*
       2610-MOVE-REASON-COUNT.

           MOVE WS-BAT-REJ-BY-REASON (WS-R)
               TO KSTA-REJ-BY-REASON (WS-R).

       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - cut the FORMTRNE trailer for the clean
      *                   transactions, balance the batch read
           PERFORM 9100-WRITE-EDITED-TRAILER
           PERFORM 9200-BALANCE-BATCH

           IF WS-BATCH-OPEN
               PERFORM 2600-WRITE-BATCH-STATS
           END-IF

           CLOSE TRANSACTION-FILE
           CLOSE EDITED-TRAN-FILE
           CLOSE REJECT-TRAN-FILE
           IF WS-FS-SUSP-OK
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-FS-KSTA-OK
               CLOSE KEYING-STATS-FILE
           END-IF

           DISPLAY 'TRANS READ.....: '    WS-TRANS-READ
           DISPLAY 'TRANS ACCEPTED.: '    WS-TRANS-ACCEPTED
