*>   per owner: logical item count, total contents bytes (item and
*>   continuation-segment text, trailing spaces not counted), share
*>   grants, the account's quota tier off USERMAST and the percent
*>   of quota used.  Accounts at the NEARQPCT parameter's percent
*>   (90 unless PARMFILE says otherwise) or more of their tier are
*>   flagged NEAR-QUOTA so they can be called before they call
*>   us.  Owners with storage but no master record are flagged (the
*>   reconciliation run reports the same records as exceptions).
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-06-28  DK   Original version.
*>   2019-07-10  DK   Standard tier and near-quota percent taken
*>                    from the shared PARMFILE (parameters ITEMQUOT
*>                    and NEARQPCT); the values used head the
*>                    report.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. STORUSE.
        RECORD KEY IS UM-LOGIN
        FILE STATUS IS UM-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-KEY
        FILE STATUS IS PR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STORAGE-FILE.
FD  USER-MASTER-FILE.
    COPY USERMREC.

FD  PARAMETER-FILE.
    COPY PARMREC.

WORKING-STORAGE SECTION.
77  SF-FILE-STATUS                 PIC X(02).
77  UM-FILE-STATUS                 PIC X(02).
77  PR-FILE-STATUS                 PIC X(02).

77  SU-PRIOR-OWNER                 PIC X(10).
77  SU-QUOTA                       PIC 9(02).
    05  SU-OWNER-KNOWN-SWITCH       PIC X(01)   VALUE "N".
        88  SU-OWNER-KNOWN                      VALUE "Y".

    COPY PARMWORK.

01  SU-OWNER-COUNTS.
    05  SU-ITEM-COUNT               PIC 9(05)   COMP    VALUE 0.
    05  SU-BYTE-COUNT               PIC 9(07)   COMP    VALUE 0.
  DISPLAY "###########################################"

  PERFORM 1000-OPEN-FILES THRU 1000-EXIT
  PERFORM 9900-LOAD-PARAMETERS THRU 9900-EXIT
  MOVE "ITEMQUOT" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  MOVE "NEARQPCT" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  DISPLAY " "
  DISPLAY "OWNER      ITEMS  BYTES    SHARES QUOTA PCT  FLAG"

    MOVE 0 TO SU-PERCENT
  ELSE
    COMPUTE SU-PERCENT = (SU-ITEM-COUNT * 100) / SU-QUOTA
    IF SU-PERCENT >= PM-NEAR-QUOTA-PCT
      MOVE "NEAR-QUOTA" TO SU-FLAG
      ADD 1 TO SU-NEAR-TOTAL
    END-IF
  EXIT.

3100-LOOK-UP-QUOTA.
*> Pre-tier master records carry spaces, and standard-tier ones
*> zero, in the quota byte pair; both bill as the standard tier
*> (parameter ITEMQUOT), the same reading the online 5710 applies.
  MOVE "N" TO SU-OWNER-KNOWN-SWITCH
  MOVE PM-ITEM-QUOTA TO SU-QUOTA
  MOVE SU-PRIOR-OWNER TO UM-LOGIN
  READ USER-MASTER-FILE
    INVALID KEY
  DISPLAY "NEAR-QUOTA ACCOUNTS ..... " SU-NEAR-TOTAL.
8000-EXIT.
  EXIT.

    COPY PARMLOAD.
