      *   FRMTREDT  1 trans read    2 accepted  3 rejected
      *   FRMMAINT  1 adds applied  2 changes   3 deletes  4 rejected
      *             by the merge    5 records on the new master
      *   FRMCDC    1 adds fed      2 changes   3 deletes  4 feed rows
      *             (FRMPRIV erasures included, outside 1-3)
      *             5 entries passed over as already fed
      *   FRMVRFY   1 forwarded to FORMTRAN
      *             2 pairs compared
      *             3 pairs agreed
      *             4 pairs held on FORMVHLD
      *             5 held items settled plus discarded
       05 RUNR-PROGRAM                 PIC X(08).
       05 RUNR-RUN-DATE                PIC 9(08).
       05 RUNR-COUNT-1                 PIC 9(07).
