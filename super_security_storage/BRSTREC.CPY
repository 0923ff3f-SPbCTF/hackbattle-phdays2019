*> ------------------------------------------------------------------
*> BRSTREC - shared BATCH-RESTART-FILE (BATCHRST) layout.
*> One record per restartable batch, keyed by its program name.  The
*> batch rewrites it at every checkpoint with how far through its
*> input it has committed, the key of the last committed row (so a
*> restart can prove it is reading the same input) and its control
*> totals so far, and marks it ended when the input is exhausted.
*> A record left open means the last run stopped part-way: the
*> next run must carry a RESTART card, and resumes after
*> BR-ROWS-COMMITTED; the BR-INTERVAL rows after that may already
*> have been applied by the stopped attempt.  The meaning of each
*> BR-TOTAL slot belongs to the program that owns the record.
*> COPYed into STORAPPL, USERPURG and STORRKEY.
*> ------------------------------------------------------------------
01  BR-RECORD.
    05  BR-PROGRAM                 PIC X(08).
    05  BR-RUN-STATE               PIC X(01).
        88  BR-RUN-OPEN                        VALUE "O".
        88  BR-RUN-ENDED                       VALUE "E".
    05  BR-ATTEMPT-NO              PIC 9(03).
    05  BR-INTERVAL                PIC 9(05).
    05  BR-ROWS-COMMITTED          PIC 9(07).
    05  BR-LAST-KEY                PIC X(40).
    05  BR-TOTALS.
        10  BR-TOTAL               PIC 9(07)   OCCURS 8 TIMES.
    05  BR-STARTED-DATE            PIC 9(08).
    05  BR-STARTED-TIME            PIC 9(08).
    05  BR-CHECKPOINT-DATE         PIC 9(08).
    05  BR-CHECKPOINT-TIME         PIC 9(08).
