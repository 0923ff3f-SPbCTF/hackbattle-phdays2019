*> ------------------------------------------------------------------
*> CERTREC - shared CERTIFICATION-FILE (CERTFILE) record layout.
*> One row per grant under review in the current access
*> certification campaign, written by CERTEXT: a share grant (kind
*> "S" - owner, item and grantee exactly as on STORFILE) or a VIP
*> holder (kind "V" - the holder's login in CT-OWNER-LOGIN, item
*> and grantee spaces).  The kind leads the key, so the share rows
*> come first, grouped by owner, and the VIP holders after them.
*> Every row of a campaign carries its extract date and due date.
*> The reviewer - the owner from OPEN-STORAGE option R, an operator
*> from VIP-ADMIN option C - marks a row certified or revoked;
*> CERTCLS revokes whatever is still pending once the due date has
*> come and marks each row it closes.  The closed campaign stays on
*> file until CERTEXT starts the next one.  COPYed into
*> Security-storage and the CERTEXT and CERTCLS batches.
*> ------------------------------------------------------------------
01  CT-RECORD.
    05  CT-KEY.
        10  CT-KIND                PIC X(01).
            88  CT-SHARE-GRANT                 VALUE "S".
            88  CT-VIP-HOLDER                  VALUE "V".
        10  CT-OWNER-LOGIN         PIC X(10).
        10  CT-ITEM-NAME           PIC X(20).
        10  CT-GRANTEE-LOGIN       PIC X(10).
    05  CT-CAMPAIGN-DATE           PIC 9(08).
    05  CT-DUE-DATE                PIC 9(08).
*>  P - awaiting review; C - certified by the reviewer; R - revoked
*>  by the reviewer; X - never certified, revoked by CERTCLS; G -
*>  still pending at close but the grant was already gone.
    05  CT-STATUS                  PIC X(01).
        88  CT-STATUS-PENDING                  VALUE "P".
        88  CT-STATUS-CERTIFIED                VALUE "C".
        88  CT-STATUS-REVOKED                  VALUE "R".
        88  CT-STATUS-CLOSE-REVOKED            VALUE "X".
        88  CT-STATUS-GONE                     VALUE "G".
    05  CT-DECIDED-BY              PIC X(10).
    05  CT-DECIDED-DATE            PIC 9(08).
