*> ------------------------------------------------------------------
*> AUDCTREC - shared AUDIT-CONTROL-FILE (AUDITCTL) record layout.
*> A single row, key "AUDITLOG", holding the sequence number and
*> chain value of the last AUDIT-LOG row written by anybody.  Every
*> writer reads it (holding it) before writing a log row and
*> rewrites it straight after, so the rows land on the log in
*> sequence order.  Survives the nightly AUDITCUT untouched, which
*> is how the chain carries from one archive generation into the
*> next.  COPYed with AUDCWORK/AUDCHAIN into every AUDITLOG writer,
*> and into AUDITCUT and AUDITVFY.
*> ------------------------------------------------------------------
01  AK-RECORD.
    05  AK-KEY                     PIC X(08).
    05  AK-LAST-SEQ-NO             PIC 9(09).
    05  AK-LAST-CHAIN-VALUE        PIC 9(12).
    05  AK-LAST-DATE               PIC 9(08).
    05  AK-LAST-TIME               PIC 9(08).
