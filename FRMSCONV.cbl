      *****************************************************************
      * Program name:    Suspense and Reject File Layout Conversion
      * Original author: Jeremiah Silva
      *
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 JEREMIAH SILVA Created to carry FORMSUSP and FORMTREJ
      *                         onto the layout that names the keying
      *                         operator and batch number of every
      *                         reject, and the clear date of every
      *                         suspense item. Run once at cut-over,
      *                         after the last night on the old
      *                         programs and before the first FRMTREDT
      *                         on the new ones: rename FORMSUSP to
      *                         FORMSUSO and FORMTREJ to FORMTREO, run
      *                         this, and it writes FORMSUSP and
      *                         FORMTREJ afresh with every old record
      *                         copied across, the operator blank and
      *                         the batch number and clear date zero.
      *                         No FORMSUSO or FORMTREO means that file
      *                         has nothing to carry and is left alone
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMSCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SUSPENSE-FILE  ASSIGN TO 'FORMSUSO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OSUSP.
           SELECT SUSPENSE-FILE      ASSIGN TO 'FORMSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUSP.
           SELECT OLD-REJECT-FILE    ASSIGN TO 'FORMTREO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OREJ.
           SELECT REJECT-TRAN-FILE   ASSIGN TO 'FORMTREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
      * The suspense item as FRMTREDT wrote it before the keying
      * operator, batch number and clear date were added.
       FD  OLD-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-SUSPENSE-RECORD.
           05 OSUSP-STATUS              PIC X(01).
           05 OSUSP-REJECT-DATE         PIC 9(08).
           05 OSUSP-BATCH-DATE          PIC 9(08).
           05 OSUSP-REASON-CODE         PIC X(02).
           05 OSUSP-TRAN-CODE           PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==OSUSP-FORM-DATA==.

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

      * The reject as FRMTREDT wrote it before the keying operator
      * and batch number were added.
       FD  OLD-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-REJECT-RECORD.
           05 OREJ-TRAN-CODE           PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==OREJ-FORM-DATA==.
           05 OREJ-REASON-CODE         PIC X(02).
           05 OREJ-REASON-TEXT         PIC X(40).

       FD  REJECT-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-TRAN-RECORD.
           05 REJ-TRAN-CODE            PIC X(01).
       COPY 'LAYOUT001T.CPY' REPLACING ==TRAN-FORM-DATA== BY
                                       ==REJ-FORM-DATA==.
           05 REJ-REASON-CODE          PIC X(02).
           05 REJ-REASON-TEXT          PIC X(40).
           05 REJ-OPERATOR-ID          PIC X(08).
           05 REJ-BATCH-NUMBER         PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-OSUSP           PIC XX.
               88 WS-FS-OSUSP-OK         VALUE '00'.
               88 WS-FS-OSUSP-NONE       VALUE '35'.
           05 WS-FS-SUSP            PIC XX.
               88 WS-FS-SUSP-OK          VALUE '00'.
           05 WS-FS-OREJ            PIC XX.
               88 WS-FS-OREJ-OK          VALUE '00'.
               88 WS-FS-OREJ-NONE        VALUE '35'.
           05 WS-FS-REJ             PIC XX.
               88 WS-FS-REJ-OK           VALUE '00'.

       01 WS-SWITCHES.
           05 WS-RUN-ABORTED-SW     PIC X(01)   VALUE 'N'.
               88 WS-RUN-ABORTED         VALUE 'Y'.
           05 WS-EOF-OSUSP-SW       PIC X(01)   VALUE 'N'.
               88 WS-EOF-OSUSP           VALUE 'Y'.
           05 WS-EOF-OREJ-SW        PIC X(01)   VALUE 'N'.
               88 WS-EOF-OREJ            VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-SUSP-READ          PIC 9(07)   VALUE ZEROS.
           05 WS-SUSP-WRITTEN       PIC 9(07)   VALUE ZEROS.
           05 WS-SUSP-OPEN          PIC 9(07)   VALUE ZEROS.
           05 WS-REJ-READ           PIC 9(07)   VALUE ZEROS.
           05 WS-REJ-WRITTEN        PIC 9(07)   VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-CONVERT-SUSPENSE
           PERFORM 2000-CONVERT-REJECTS
           PERFORM 9000-TERMINATE

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-CONVERT-SUSPENSE - copy every old suspense item onto
      *                   the new FORMSUSP, open or resubmitted alike
      *-----------------------------------------------------------*
       1000-CONVERT-SUSPENSE.

           OPEN INPUT OLD-SUSPENSE-FILE
           EVALUATE TRUE
               WHEN WS-FS-OSUSP-NONE
                   DISPLAY 'NO FORMSUSO - FORMSUSP LEFT AS IT IS'
               WHEN NOT WS-FS-OSUSP-OK
                   DISPLAY 'OLD SUSPENSE OPEN FAILED, STATUS '
                           WS-FS-OSUSP
                   SET WS-RUN-ABORTED TO TRUE
               WHEN OTHER
                   OPEN OUTPUT SUSPENSE-FILE
                   IF NOT WS-FS-SUSP-OK
                       DISPLAY 'SUSPENSE OPEN FAILED, STATUS '
                               WS-FS-SUSP
                       SET WS-RUN-ABORTED TO TRUE
                   ELSE
                       PERFORM 1200-READ-OLD-SUSPENSE
                       PERFORM 1100-CONVERT-ONE-SUSPENSE
                           UNTIL WS-EOF-OSUSP
                       CLOSE SUSPENSE-FILE
                   END-IF
                   CLOSE OLD-SUSPENSE-FILE
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-CONVERT-ONE-SUSPENSE - carry one item across; who keyed
      *                   it and in which batch were never recorded,
      *                   and an item resubmitted before now has no
      *                   clear date, so FRMKEYQ leaves it out of the
      *                   turnaround figures
      *-----------------------------------------------------------*
       1100-CONVERT-ONE-SUSPENSE.

           MOVE SPACES             TO SUSPENSE-RECORD
           MOVE OSUSP-STATUS       TO SUSP-STATUS
           MOVE OSUSP-REJECT-DATE  TO SUSP-REJECT-DATE
           MOVE OSUSP-BATCH-DATE   TO SUSP-BATCH-DATE
           MOVE OSUSP-REASON-CODE  TO SUSP-REASON-CODE
           MOVE OSUSP-TRAN-CODE    TO SUSP-TRAN-CODE
           MOVE OSUSP-FORM-DATA    TO SUSP-FORM-DATA
           MOVE SPACES             TO SUSP-OPERATOR-ID
           MOVE ZEROS              TO SUSP-BATCH-NUMBER
           MOVE ZEROS              TO SUSP-CLEAR-DATE

           WRITE SUSPENSE-RECORD
           IF NOT WS-FS-SUSP-OK
               DISPLAY 'SUSPENSE WRITE FAILED, STATUS ' WS-FS-SUSP
               SET WS-RUN-ABORTED TO TRUE
               MOVE 'Y' TO WS-EOF-OSUSP-SW
           ELSE
               ADD 1 TO WS-SUSP-WRITTEN
               IF SUSP-IS-OPEN
                   ADD 1 TO WS-SUSP-OPEN
               END-IF
               PERFORM 1200-READ-OLD-SUSPENSE
           END-IF.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-READ-OLD-SUSPENSE - read the next old suspense item
      *-----------------------------------------------------------*
       1200-READ-OLD-SUSPENSE.

           READ OLD-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-OSUSP-SW
               NOT AT END
                   ADD 1 TO WS-SUSP-READ
           END-READ.

       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CONVERT-REJECTS - copy the last edit's rejects onto the
      *                   new FORMTREJ, so anything reading them
      *                   before the next edit finds the new layout
      *-----------------------------------------------------------*
       2000-CONVERT-REJECTS.

           OPEN INPUT OLD-REJECT-FILE
           EVALUATE TRUE
               WHEN WS-FS-OREJ-NONE
                   DISPLAY 'NO FORMTREO - FORMTREJ LEFT AS IT IS'
               WHEN NOT WS-FS-OREJ-OK
                   DISPLAY 'OLD REJECT FILE OPEN FAILED, STATUS '
                           WS-FS-OREJ
                   SET WS-RUN-ABORTED TO TRUE
               WHEN OTHER
                   OPEN OUTPUT REJECT-TRAN-FILE
                   IF NOT WS-FS-REJ-OK
                       DISPLAY 'REJECT FILE OPEN FAILED, STATUS '
                               WS-FS-REJ
                       SET WS-RUN-ABORTED TO TRUE
                   ELSE
                       PERFORM 2200-READ-OLD-REJECT
                       PERFORM 2100-CONVERT-ONE-REJECT
                           UNTIL WS-EOF-OREJ
                       CLOSE REJECT-TRAN-FILE
                   END-IF
                   CLOSE OLD-REJECT-FILE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CONVERT-ONE-REJECT - carry one reject across with no
      *                   operator and batch number zero
      *-----------------------------------------------------------*
       2100-CONVERT-ONE-REJECT.

           MOVE SPACES             TO REJECT-TRAN-RECORD
           MOVE OREJ-TRAN-CODE     TO REJ-TRAN-CODE
           MOVE OREJ-FORM-DATA     TO REJ-FORM-DATA
           MOVE OREJ-REASON-CODE   TO REJ-REASON-CODE
           MOVE OREJ-REASON-TEXT   TO REJ-REASON-TEXT
           MOVE SPACES             TO REJ-OPERATOR-ID
           MOVE ZEROS              TO REJ-BATCH-NUMBER

           WRITE REJECT-TRAN-RECORD
           IF NOT WS-FS-REJ-OK
               DISPLAY 'REJECT WRITE FAILED, STATUS ' WS-FS-REJ
               SET WS-RUN-ABORTED TO TRUE
               MOVE 'Y' TO WS-EOF-OREJ-SW
           ELSE
               ADD 1 TO WS-REJ-WRITTEN
               PERFORM 2200-READ-OLD-REJECT
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-READ-OLD-REJECT - read the next old reject
      *-----------------------------------------------------------*
       2200-READ-OLD-REJECT.

           READ OLD-REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-OREJ-SW
               NOT AT END
                   ADD 1 TO WS-REJ-READ
           END-READ.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - totals and the return code: zero when both
      *                   files were carried across whole, eight when
      *                   an open or write failed and the cut-over
      *                   must not go ahead
      *-----------------------------------------------------------*
       9000-TERMINATE.

           DISPLAY 'SUSPENSE READ..: ' WS-SUSP-READ
           DISPLAY 'SUSPENSE WRITE.: ' WS-SUSP-WRITTEN
           DISPLAY '  STILL OPEN...: ' WS-SUSP-OPEN
           DISPLAY 'REJECTS READ...: ' WS-REJ-READ
           DISPLAY 'REJECTS WRITE..: ' WS-REJ-WRITTEN

           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.

       END PROGRAM FRMSCONV.
