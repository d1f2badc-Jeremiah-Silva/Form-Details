      *                         authority refuses the run with return
      *                         code twelve and a violations line on
      *                         BALRPT for security review
      * 15/10/26 JEREMIAH SILVA A keyed in-place update mode for small
      *                         batches: chosen by K (or M for the full
      *                         merge) on MAINTCTL, or automatically
      *                         when the batch holds fewer transactions
      *                         than the MAINTCTL limit (default 500),
      *                         it balances the batch first, cuts the
      *                         generation, then applies each
      *                         transaction to the indexed FORMMSTR with
      *                         keyed reads, rewrites, writes and
      *                         deletes, journalling, reporting and
      *                         filing RUNCTL as the merge does, without
      *                         the full pass to FORMMSTN and back
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
       PROGRAM-ID. FRMMAINT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-FORM-KEY OF FORM
               FILE STATUS IS WS-FS-OLDMSTR.
           SELECT KEYED-MASTER-FILE  ASSIGN TO 'FORMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-FORM-KEY OF KEYED-MASTER-RECORD
               FILE STATUS IS WS-FS-KMSTR.
           SELECT NEW-MASTER-FILE    ASSIGN TO 'FORMMSTN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEWMSTR.
           SELECT OPER-AUTH-FILE     ASSIGN TO 'OPERAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUTH.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BDTE.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY 'LAYOUT001.CPY'.

       FD  KEYED-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY 'LAYOUT001.CPY' REPLACING ==01 FORM.== BY
                                      ==01 KEYED-MASTER-RECORD.==.

       FD  NEW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY 'LAYOUT001.CPY' REPLACING ==01 FORM.== BY
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-OPERATOR-ID            PIC X(08).
           05 CC-UPDATE-MODE            PIC X(01).
               88 CC-KEYED-MODE              VALUE 'K'.
               88 CC-MERGE-MODE              VALUE 'M'.
           05 CC-KEYED-LIMIT            PIC X(05).
           05 CC-KEYED-LIMIT-N REDEFINES CC-KEYED-LIMIT
                                        PIC 9(05).
           05 FILLER                    PIC X(66).

       FD  BALANCE-RPT-FILE
           LABEL RECORDS ARE STANDARD.
           05 OA-FUNCTION               PIC X(01).
           05 FILLER                    PIC X(63).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
       COPY 'LAYOUT003.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-FS-OLDMSTR         PIC XX.
               88 WS-FS-OLDMSTR-OK       VALUE '00'.
           05 WS-FS-KMSTR           PIC XX.
               88 WS-FS-KMSTR-OK         VALUE '00'.
           05 WS-FS-NEWMSTR         PIC XX.
               88 WS-FS-NEWMSTR-OK       VALUE '00'.
           05 WS-FS-TRAN            PIC XX.
               88 WS-FS-RUNC-OK          VALUE '00'.
           05 WS-FS-AUTH            PIC XX.
               88 WS-FS-AUTH-OK          VALUE '00'.
           05 WS-FS-BDTE            PIC XX.
               88 WS-FS-BDTE-OK          VALUE '00'.

       01 WS-OPERATOR-ID            PIC X(08)   VALUE 'UNKNOWN'.
       01 WS-RUN-DATE.
               88 WS-AUTH-FOUND          VALUE 'Y'.
           05 WS-AUTH-REFUSED-SW    PIC X(01)   VALUE 'N'.
               88 WS-AUTH-REFUSED        VALUE 'Y'.
           05 WS-UPDATE-MODE-SW     PIC X(01)   VALUE 'M'.
               88 WS-KEYED-MODE          VALUE 'K'.
               88 WS-MERGE-MODE          VALUE 'M'.
           05 WS-PRE-BALANCE-SW     PIC X(01)   VALUE 'Y'.
               88 WS-PRE-IN-BALANCE      VALUE 'Y'.
           05 WS-KEYED-MSTR-SW      PIC X(01)   VALUE 'Y'.
               88 WS-KEYED-MSTR-OK       VALUE 'Y'.
               88 WS-KEYED-MSTR-FAILED   VALUE 'N'.
           05 WS-BDTE-OPEN-SW       PIC X(01)   VALUE 'N'.
               88 WS-BDTE-OPEN           VALUE 'Y'.

       01 WS-CONTROL-MODE           PIC X(01)   VALUE SPACE.
       01 WS-KEYED-LIMIT            PIC 9(05)   VALUE ZEROS.
       01 WS-BATCH-TRAN-COUNT       PIC 9(07)   VALUE ZEROS.
       01 WS-PREV-KEYED-KEY         PIC 9(06)   VALUE ZEROS.
       01 WS-MODE-NAME              PIC X(05)   VALUE 'MERGE'.

       77 WS-DEFAULT-KEYED-LIMIT    PIC 9(05)   VALUE 500.
       77 WS-MAX-AUTH-TABLE         PIC 9(03)   VALUE 100.
       77 WS-AUTH-TABLE-COUNT       PIC 9(03)   VALUE ZEROS.

           05 WS-DELETES-APPLIED    PIC 9(07)   VALUE ZEROS.
           05 WS-TRANS-REJECTED     PIC 9(07)   VALUE ZEROS.
           05 WS-NEW-MASTER-COUNT   PIC 9(07)   VALUE ZEROS.
           05 WS-GEN-RECORD-COUNT   PIC 9(07)   VALUE ZEROS.

       01 WS-READ-CONTROLS.
           05 WS-ADDS-READ          PIC 9(07)   VALUE ZEROS.
       01 WS-BAL-HEADER-LINE.
           05 FILLER                  PIC X(33)  VALUE
                  'FORM MAINTENANCE BALANCING REPORT'.
           05 FILLER                  PIC X(16)  VALUE
                  '  BUSINESS DATE:'.
           05 WS-BALHDR-MM            PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-BALHDR-DD            PIC 99.
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WS-BALHDR-CCYY          PIC 9(04).
           05 FILLER                  PIC X(20)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0500-GET-BUSINESS-DATE
           IF NOT WS-BDTE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           IF WS-KEYED-MODE
               PERFORM 3000-APPLY-KEYED-UPDATES
           ELSE
               PERFORM 2000-MERGE-TRANSACTIONS
                   UNTIL WS-EOF-OLDMSTR AND WS-EOF-TRAN
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9050-BALANCE-THE-RUN
           IF WS-AUTH-REFUSED
                       ' NOT AUTHORIZED - FORMMSTR LEFT UNCHANGED'
               MOVE 12 TO RETURN-CODE
           ELSE
           IF WS-KEYED-MODE
               PERFORM 3900-CHECK-KEYED-OUTCOME
           ELSE
           IF WS-IN-BALANCE
               PERFORM 9080-CUT-GENERATION
               IF WS-GEN-CUT-OK
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           END-IF
           PERFORM 9500-WRITE-RUN-RECORD

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
      * 1000-INITIALIZE - open the journal, sort the transactions,
      *                   settle the operator and the update mode,
      *                   open the old and new master files when the
      *                   run is a full merge and prime the reads
      *-----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRNL = '35'
               END-READ
               IF WS-FS-CTL-OK
                   MOVE CC-OPERATOR-ID TO WS-OPERATOR-ID
                   MOVE CC-UPDATE-MODE TO WS-CONTROL-MODE
                   IF CC-KEYED-LIMIT NUMERIC
                           AND CC-KEYED-LIMIT-N > ZERO
                       MOVE CC-KEYED-LIMIT-N TO WS-KEYED-LIMIT
                   END-IF
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF

           PERFORM 6000-LOAD-AUTH-TABLE
           PERFORM 1050-VERIFY-OPERATOR
           PERFORM 1060-CHOOSE-UPDATE-MODE

           IF WS-MERGE-MODE
               OPEN INPUT  OLD-MASTER-FILE
               IF NOT WS-FS-OLDMSTR-OK
                   DISPLAY 'OLD MASTER OPEN FAILED, STATUS '
                           WS-FS-OLDMSTR
                   MOVE 'Y' TO WS-EOF-OLDMSTR-SW
               END-IF

               OPEN OUTPUT NEW-MASTER-FILE
               IF NOT WS-FS-NEWMSTR-OK
                   DISPLAY 'NEW MASTER OPEN FAILED, STATUS '
                           WS-FS-NEWMSTR
                   MOVE 'Y' TO WS-EOF-OLDMSTR-SW
                   MOVE 'Y' TO WS-EOF-TRAN-SW
               END-IF
           END-IF

           IF WS-AUTH-REFUSED
               MOVE 'Y' TO WS-EOF-OLDMSTR-SW
               MOVE 'Y' TO WS-EOF-TRAN-SW
           ELSE
               IF WS-MERGE-MODE
                   PERFORM 2100-READ-OLD-MASTER
               END-IF
               PERFORM 2200-READ-TRANSACTION
           END-IF.

       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1060-CHOOSE-UPDATE-MODE - K on MAINTCTL asks for the keyed
      *                   in-place update, M for the full merge, and
      *                   a blank mode goes keyed when the batch holds
      *                   fewer transactions than the MAINTCTL limit
      *                   (or the default); since keyed updates land
      *                   on FORMMSTR as they go, they are only used
      *                   once the batch is known to balance, the
      *                   operator is authorized and the journal is
      *                   open - otherwise the merge runs, holding
      *                   FORMMSTR exactly as it always has
      *-----------------------------------------------------------*
       1060-CHOOSE-UPDATE-MODE.

           IF WS-KEYED-LIMIT = ZERO
               MOVE WS-DEFAULT-KEYED-LIMIT TO WS-KEYED-LIMIT
           END-IF
           COMPUTE WS-BATCH-TRAN-COUNT = WS-ADDS-READ
                                       + WS-CHANGES-READ
                                       + WS-DELETES-READ

           EVALUATE TRUE
               WHEN WS-CONTROL-MODE = 'K'
                   SET WS-KEYED-MODE TO TRUE
               WHEN WS-CONTROL-MODE = 'M'
                   SET WS-MERGE-MODE TO TRUE
               WHEN WS-BATCH-TRAN-COUNT < WS-KEYED-LIMIT
                   SET WS-KEYED-MODE TO TRUE
               WHEN OTHER
                   SET WS-MERGE-MODE TO TRUE
           END-EVALUATE

           IF WS-KEYED-MODE
               PERFORM 1070-PRE-BALANCE-BATCH
               EVALUATE TRUE
                   WHEN WS-AUTH-REFUSED
                       SET WS-MERGE-MODE TO TRUE
                   WHEN NOT WS-FS-JRNL-OK
                       SET WS-MERGE-MODE TO TRUE
                   WHEN NOT WS-PRE-IN-BALANCE
                       DISPLAY 'BATCH OUT OF BALANCE - KEYED UPDATE '
                               'NOT USED, MERGE RUN INSTEAD'
                       SET WS-MERGE-MODE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-KEYED-MODE
               MOVE 'KEYED' TO WS-MODE-NAME
           ELSE
               MOVE 'MERGE' TO WS-MODE-NAME
           END-IF
           DISPLAY 'UPDATE MODE....: ' WS-MODE-NAME
                   '  TRANSACTIONS: ' WS-BATCH-TRAN-COUNT
                   '  KEYED LIMIT: ' WS-KEYED-LIMIT.

       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1070-PRE-BALANCE-BATCH - the same trailer tests the
      *                   balancing report applies afterwards, made
      *                   up front so a keyed run never touches
      *                   FORMMSTR with a batch that will not balance
      *-----------------------------------------------------------*
       1070-PRE-BALANCE-BATCH.

           MOVE 'Y' TO WS-PRE-BALANCE-SW
           IF NOT WS-TRAILER-SEEN
                   OR WS-ADDS-READ     NOT = WS-EXP-ADDS
                   OR WS-CHANGES-READ  NOT = WS-EXP-CHANGES
                   OR WS-DELETES-READ  NOT = WS-EXP-DELETES
                   OR WS-READ-KEY-HASH NOT = WS-EXP-KEY-HASH
               MOVE 'N' TO WS-PRE-BALANCE-SW
           END-IF.

       1070-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1010-SORT-TRANSACTIONS - the old-master/new-master merge
      *                   below assumes the transaction file is in
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-APPLY-KEYED-UPDATES - the keyed in-place update: the
      *                   generation is cut from FORMMSTR first, as
      *                   the merge cuts it before its copy-back, then
      *                   each sorted transaction is applied straight
      *                   to the indexed master; the new master count
      *                   starts from the records carried onto the
      *                   generation and moves with each add and delete
      *-----------------------------------------------------------*
       3000-APPLY-KEYED-UPDATES.

           PERFORM 9080-CUT-GENERATION

           IF WS-GEN-CUT-FAILED
               MOVE 'Y' TO WS-EOF-TRAN-SW
           ELSE
               MOVE WS-GEN-RECORD-COUNT TO WS-NEW-MASTER-COUNT
               OPEN I-O KEYED-MASTER-FILE
               IF WS-FS-KMSTR = '35'
                   OPEN OUTPUT KEYED-MASTER-FILE
                   CLOSE KEYED-MASTER-FILE
                   OPEN I-O KEYED-MASTER-FILE
               END-IF
               IF NOT WS-FS-KMSTR-OK
                   DISPLAY 'KEYED MASTER OPEN FAILED, STATUS '
                           WS-FS-KMSTR
                   SET WS-KEYED-MSTR-FAILED TO TRUE
                   MOVE 'Y' TO WS-EOF-TRAN-SW
               ELSE
                   MOVE ZEROS TO WS-PREV-KEYED-KEY
                   PERFORM 3100-APPLY-ONE-KEYED-UPDATE
                       UNTIL WS-EOF-TRAN
                   CLOSE KEYED-MASTER-FILE
               END-IF
           END-IF.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-APPLY-ONE-KEYED-UPDATE - dispatch one transaction by
      *                   code and read the next; a change or delete
      *                   following another transaction for the same
      *                   key is rejected as having no master record,
      *                   just as the merge rejects it once it has
      *                   moved past that master key
      *-----------------------------------------------------------*
       3100-APPLY-ONE-KEYED-UPDATE.

           EVALUATE TRUE
               WHEN TRAN-IS-ADD OF SORTED-TRAN-RECORD
                   PERFORM 3200-KEYED-ADD
               WHEN WS-FORM-KEY OF TRAN-FORM-DATA
                                OF SORTED-TRAN-RECORD
                        = WS-PREV-KEYED-KEY
                   DISPLAY 'REJECTED - NO MASTER RECORD FOR KEY '
                           WS-FORM-KEY OF TRAN-FORM-DATA
                                        OF SORTED-TRAN-RECORD
                   ADD 1 TO WS-TRANS-REJECTED
               WHEN TRAN-IS-CHANGE OF SORTED-TRAN-RECORD
                   PERFORM 3300-KEYED-CHANGE
               WHEN OTHER
                   PERFORM 3400-KEYED-DELETE
           END-EVALUATE

           MOVE WS-FORM-KEY OF TRAN-FORM-DATA OF SORTED-TRAN-RECORD
                TO WS-PREV-KEYED-KEY
           PERFORM 2200-READ-TRANSACTION.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-KEYED-ADD - write the new record with its lifecycle
      *                   dates; a key already on file is a duplicate
      *                   add, rejected as the merge rejects it
      *-----------------------------------------------------------*
       3200-KEYED-ADD.

           MOVE TRAN-FORM-DATA OF SORTED-TRAN-RECORD
                TO KEYED-MASTER-RECORD
           MOVE WS-RUN-DATE-N
                TO WS-DATE-ADDED OF KEYED-MASTER-RECORD
           MOVE WS-RUN-DATE-N
                TO WS-DATE-LAST-MAINT OF KEYED-MASTER-RECORD
           WRITE KEYED-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED - DUPLICATE ADD FOR KEY '
                           WS-FORM-KEY OF TRAN-FORM-DATA
                                        OF SORTED-TRAN-RECORD
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-MASTER-COUNT
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE TRAN-CODE OF SORTED-TRAN-RECORD
                        TO JRNL-TRAN-CODE
                   MOVE LOW-VALUES     TO JRNL-BEFORE-IMAGE
                   MOVE KEYED-MASTER-RECORD TO JRNL-AFTER-IMAGE
                   PERFORM 2600-WRITE-JOURNAL
           END-WRITE.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-KEYED-CHANGE - read the master by key, keep its date
      *                   added, stamp the maintenance date and
      *                   rewrite it in place
      *-----------------------------------------------------------*
       3300-KEYED-CHANGE.

           MOVE WS-FORM-KEY OF TRAN-FORM-DATA OF SORTED-TRAN-RECORD
                TO WS-FORM-KEY OF KEYED-MASTER-RECORD
           READ KEYED-MASTER-FILE
               INVALID KEY
                   DISPLAY 'REJECTED - NO MASTER RECORD FOR KEY '
                           WS-FORM-KEY OF TRAN-FORM-DATA
                                        OF SORTED-TRAN-RECORD
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE KEYED-MASTER-RECORD TO JRNL-BEFORE-IMAGE
                   MOVE TRAN-FORM-DATA OF SORTED-TRAN-RECORD
                        TO KEYED-MASTER-RECORD
                   IF WS-DATE-ADDED OF JRNL-BEFORE-IMAGE NUMERIC
                           AND WS-DATE-ADDED OF JRNL-BEFORE-IMAGE
                               > ZERO
                       MOVE WS-DATE-ADDED OF JRNL-BEFORE-IMAGE
                            TO WS-DATE-ADDED OF KEYED-MASTER-RECORD
                   ELSE
                       MOVE WS-RUN-DATE-N
                            TO WS-DATE-ADDED OF KEYED-MASTER-RECORD
                   END-IF
                   MOVE WS-RUN-DATE-N
                        TO WS-DATE-LAST-MAINT OF KEYED-MASTER-RECORD
                   PERFORM 3310-REWRITE-KEYED-MASTER
           END-READ.

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3310-REWRITE-KEYED-MASTER - put the changed record back and
      *                   journal it against the before image already
      *                   taken
      *-----------------------------------------------------------*
       3310-REWRITE-KEYED-MASTER.

           REWRITE KEYED-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED, STATUS ' WS-FS-KMSTR
                           ' FOR KEY '
                           WS-FORM-KEY OF KEYED-MASTER-RECORD
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE TRAN-CODE OF SORTED-TRAN-RECORD
                        TO JRNL-TRAN-CODE
                   MOVE KEYED-MASTER-RECORD TO JRNL-AFTER-IMAGE
                   PERFORM 2600-WRITE-JOURNAL
           END-REWRITE.

       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-KEYED-DELETE - read the master by key for the journal
      *                   before image, then delete it
      *-----------------------------------------------------------*
       3400-KEYED-DELETE.

           MOVE WS-FORM-KEY OF TRAN-FORM-DATA OF SORTED-TRAN-RECORD
                TO WS-FORM-KEY OF KEYED-MASTER-RECORD
           READ KEYED-MASTER-FILE
               INVALID KEY
                   DISPLAY 'REJECTED - NO MASTER RECORD FOR KEY '
                           WS-FORM-KEY OF TRAN-FORM-DATA
                                        OF SORTED-TRAN-RECORD
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE KEYED-MASTER-RECORD TO JRNL-BEFORE-IMAGE
                   PERFORM 3410-DELETE-KEYED-MASTER
           END-READ.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3410-DELETE-KEYED-MASTER - remove the record just read and
      *                   journal its before image
      *-----------------------------------------------------------*
       3410-DELETE-KEYED-MASTER.

           DELETE KEYED-MASTER-FILE
               INVALID KEY
                   DISPLAY 'DELETE FAILED, STATUS ' WS-FS-KMSTR
                           ' FOR KEY '
                           WS-FORM-KEY OF KEYED-MASTER-RECORD
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   SUBTRACT 1 FROM WS-NEW-MASTER-COUNT
                   ADD 1 TO WS-DELETES-APPLIED
                   MOVE TRAN-CODE OF SORTED-TRAN-RECORD
                        TO JRNL-TRAN-CODE
                   MOVE LOW-VALUES     TO JRNL-AFTER-IMAGE
                   PERFORM 2600-WRITE-JOURNAL
           END-DELETE.

       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3900-CHECK-KEYED-OUTCOME - a keyed run has already updated
      *                   FORMMSTR by the time the balancing report
      *                   is filed, so only a failed generation cut or
      *                   master open (nothing applied) or a balancing
      *                   report that could not be filed is left to
      *                   flag
      *-----------------------------------------------------------*
       3900-CHECK-KEYED-OUTCOME.

           EVALUATE TRUE
               WHEN WS-GEN-CUT-FAILED
                   DISPLAY 'GENERATION CUT FAILED - '
                           'FORMMSTR LEFT UNCHANGED'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-KEYED-MSTR-FAILED
                   DISPLAY 'KEYED MASTER NOT OPENED - '
                           'FORMMSTR LEFT UNCHANGED'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OUT-OF-BALANCE
                   DISPLAY 'BALANCING REPORT NOT FILED - '
                           'KEYED UPDATES ALREADY APPLIED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-LOAD-AUTH-TABLE - build the in-memory operator
      *                   authority table from OPERAUTH; an absent
      *-----------------------------------------------------------*
       9000-TERMINATE.

           IF WS-MERGE-MODE
               CLOSE OLD-MASTER-FILE
               CLOSE NEW-MASTER-FILE
           END-IF
           CLOSE SORTED-TRAN-FILE
           CLOSE JOURNAL-FILE

                      WS-OPERATOR-ID              DELIMITED BY SIZE
                      '  BATCH DATE: '            DELIMITED BY SIZE
                      WS-BATCH-DATE               DELIMITED BY SIZE
                      '  MODE: '                  DELIMITED BY SIZE
                      WS-MODE-NAME                DELIMITED BY SIZE
                      INTO WS-BAL-LINE
               END-STRING
               WRITE BALANCE-RECORD FROM WS-BAL-LINE

           MOVE FORM TO GENERATION-RECORD
           WRITE GENERATION-RECORD
           ADD 1 TO WS-GEN-RECORD-COUNT
           PERFORM 9085-READ-MASTER-FOR-GEN.

       9086-EXIT.
               MOVE WS-NEW-MASTER-COUNT TO RUNR-COUNT-5
               IF WS-IN-BALANCE AND WS-GEN-CUT-OK
                       AND NOT WS-AUTH-REFUSED
                       AND WS-KEYED-MSTR-OK
                   MOVE 'C' TO RUNR-OUTCOME
               ELSE
                   MOVE 'S' TO RUNR-OUTCOME
