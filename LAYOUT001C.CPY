      * expected count of adds, changes and deletes plus a hash total
      * of the WS-FORM-KEY values, padded with FILLER to the length
      * of a transaction record so both record types share the file.
      * The header also names the keying operator and the batch
      * number data entry gave the batch; batches a program cuts
      * itself carry that program's name and batch number zero.
       05 TCTL-CODE                    PIC X(01).
           88 TCTL-IS-HEADER                 VALUE 'H'.
           88 TCTL-IS-TRAILER                VALUE 'T'.
       05 TCTL-EXP-CHANGES             PIC 9(07).
       05 TCTL-EXP-DELETES             PIC 9(07).
       05 TCTL-KEY-HASH                PIC 9(12).
       05 TCTL-OPERATOR-ID             PIC X(08).
       05 TCTL-BATCH-NUMBER            PIC 9(06).
       05 FILLER                       PIC X(140).
