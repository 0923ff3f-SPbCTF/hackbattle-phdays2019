*>   Account activity report off USERMAST itself (not the audit
*>   log): every account with its VIP flag, lock state and the
*>   last-successful-login date LOGIN-SECTION stamps, flagging as
*>   dormant candidates the accounts with no login in the DORMDAYS
*>   parameter's days (90 unless PARMFILE says otherwise) -
*>   including the ones that have never logged in at all - for the
*>   administrator to disable.  Answers the auditor's standing
*>   "which accounts are dormant?" question.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-06-23  DK   Original version.
*>   2019-07-10  DK   Dormancy age taken from the shared PARMFILE
*>                    (parameter DORMDAYS) instead of a compiled-in
*>                    90; the value used heads the report.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. DORMRPT.
        RECORD KEY IS UM-LOGIN
        FILE STATUS IS UM-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-KEY
        FILE STATUS IS PR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  USER-MASTER-FILE.
    COPY USERMREC.

FD  PARAMETER-FILE.
    COPY PARMREC.

WORKING-STORAGE SECTION.
77  UM-FILE-STATUS                 PIC X(02).
77  PR-FILE-STATUS                 PIC X(02).

77  DR-TODAY-DATE                  PIC 9(08).
77  DR-IDLE-DAYS                   PIC S9(05)  COMP.
77  DR-LOCK-STATE                  PIC X(08).
77  DR-DORMANT-FLAG                PIC X(08).

    05  DR-UM-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  DR-UM-END-OF-FILE                   VALUE "Y".

    COPY PARMWORK.

01  DR-COUNTS.
    05  DR-ACCOUNT-COUNT            PIC 9(05)   COMP    VALUE 0.
    05  DR-DORMANT-COUNT            PIC 9(05)   COMP    VALUE 0.
    GOBACK
  END-IF

  PERFORM 9900-LOAD-PARAMETERS THRU 9900-EXIT
  MOVE "DORMDAYS" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT

  ACCEPT DR-TODAY-DATE FROM DATE YYYYMMDD
  DISPLAY " "
  DISPLAY "LOGIN      VIP LOCK     LAST-LOGIN DORMANT"
    COMPUTE DR-IDLE-DAYS =
        FUNCTION INTEGER-OF-DATE (DR-TODAY-DATE)
      - FUNCTION INTEGER-OF-DATE (UM-LAST-LOGIN-DATE)
    IF DR-IDLE-DAYS > PM-DORMANT-DAYS
      MOVE "DORMANT" TO DR-DORMANT-FLAG
    END-IF
  END-IF
          UM-LAST-LOGIN-DATE "   " DR-DORMANT-FLAG.
2000-EXIT.
  EXIT.

    COPY PARMLOAD.
