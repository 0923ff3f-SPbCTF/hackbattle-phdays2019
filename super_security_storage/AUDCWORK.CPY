*> ------------------------------------------------------------------
*> AUDCWORK - WORKING-STORAGE for the audit chain in AUDCHAIN.
*> COPYed wherever AUDCHAIN is.  The caller supplies AK-FILE-STATUS
*> for the AUDITCTL SELECT.
*> ------------------------------------------------------------------
77  AK-CHAIN-ACCUM                 PIC 9(18)   COMP.
77  AK-CHAIN-IDX                   PIC 9(03)   COMP.
77  AK-CHAIN-PRIOR                 PIC 9(12).
77  AK-CHAIN-RESULT                PIC 9(12).
77  AK-CHAIN-TEXT                  PIC X(90).
77  AK-READ-TRIES                  PIC 9(04)   COMP.
*> How often 9505 re-reads a control record another writer holds
*> before giving up and writing the row unchained.
77  AK-READ-TRY-LIMIT              PIC 9(04)   COMP    VALUE 500.

01  AK-SWITCHES.
    05  AK-NEW-CONTROL-SWITCH       PIC X(01)   VALUE "N".
        88  AK-NEW-CONTROL                      VALUE "Y".
    05  AK-UNCHAINED-SWITCH         PIC X(01)   VALUE "N".
        88  AK-UNCHAINED                        VALUE "Y".
