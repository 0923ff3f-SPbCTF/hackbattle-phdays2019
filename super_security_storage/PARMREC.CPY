*> ------------------------------------------------------------------
*> PARMREC - shared PARAMETER-FILE (PARMFILE) record layout.
*> One row per system parameter that has been set away from its
*> built-in default; a parameter with no row runs at the default
*> PARMWORK carries.  Maintained from VIP-ADMIN option S; COPYed
*> into Security-storage (writer) and every batch that reads
*> PARMFILE.
*> ------------------------------------------------------------------
01  PR-RECORD.
    05  PR-KEY                     PIC X(08).
    05  PR-VALUE                   PIC 9(05).
    05  PR-CHANGED-BY              PIC X(10).
    05  PR-CHANGED-DATE            PIC 9(08).
    05  PR-CHANGED-TIME            PIC 9(08).
