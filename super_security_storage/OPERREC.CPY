*> ------------------------------------------------------------------
*> OPERREC - shared OPERATOR-AUTHORITY-FILE (OPERAUTH) record layout.
*> One row per operator login naming the VIP-ADMIN options that
*> operator may use.  OA-OPTIONS holds the option letters held, in
*> any order and space-filled ("UP" for the helpdesk, "GRKV" for
*> security, and so on); OA-VIEW-ALL-SWITCH ties OPEN-STORAGE's
*> every-owner listing (5100) to the operator instead of to a login.
*> A login with no row holds no authority at all.  Maintained from
*> VIP-ADMIN option A; COPYed into Security-storage (writer) and
*> any batch that reads OPERAUTH.
*> ------------------------------------------------------------------
01  OA-RECORD.
    05  OA-LOGIN                   PIC X(10).
    05  OA-ROLE-NAME               PIC X(10).
    05  OA-OPTIONS                 PIC X(20).
    05  OA-VIEW-ALL-SWITCH         PIC X(01).
        88  OA-VIEW-ALL-STORAGE                VALUE "Y".
    05  OA-GRANTED-BY              PIC X(10).
    05  OA-GRANTED-DATE            PIC 9(08).
