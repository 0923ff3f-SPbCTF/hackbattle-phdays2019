*>                    segment-tag invariant STORREC states.  5710
*>                    gets the status-51 busy check and bills the
*>                    standard tier while the record is held.
*>   2019-07-08  DK   Operator roles.  VIP-ADMIN no longer trusts
*>                    the literal login "admin": the new OPERAUTH
*>                    file (OPERREC) lists, per operator login, the
*>                    VIP-ADMIN options that operator holds, and the
*>                    menu offers - and the dispatcher allows - only
*>                    those.  Option A maintains the file (audited
*>                    under paragraph OPERAUTH; nobody may change
*>                    their own row).  The OPEN-STORAGE every-owner
*>                    listing (5100) follows the operator's view-all
*>                    switch instead of the login.  VIP-ADMIN audit
*>                    details now name the acting operator.  An
*>                    account delete removes the login's OPERAUTH
*>                    row and a rename carries it (4088).  The
*>                    bootstrap "admin" account is seeded with every
*>                    option when OPERAUTH is first created.
*>   2019-07-10  DK   System parameters.  The lockout limit, the
*>                    password age policy, the standard item quota
*>                    and the content line limit now come from the
*>                    shared PARMFILE (PARMREC/PARMWORK/PARMLOAD,
*>                    loaded at start-up by 9900) instead of being
*>                    compiled in; a parameter with no row runs at
*>                    its built-in default.  VIP-ADMIN option S
*>                    lists and changes them (audited PARMSET under
*>                    paragraph PARMFILE with the old and new
*>                    value).  New accounts carry UM-ITEM-QUOTA
*>                    zero - "the standard tier" - so raising the
*>                    standard quota reaches them too.
*>   2019-07-12  DK   Tamper-evident audit trail.  Every AUDIT-LOG
*>                    row now carries AL-SEQ-NO and a chain value
*>                    (AUDCHAIN, off the shared AUDITCTL control
*>                    record), so the AUDITVFY batch can prove no
*>                    row was removed, reordered or altered.  The
*>                    AUDIT-LOG record grew to 102 bytes: run the
*>                    one-time AUDCONV job on rollout to pad the live
*>                    log and every AUDITARC generation.
*>   2019-07-16  DK   Cipher key generations.  The contents key is
*>                    no longer compiled in: STORCRYP loads every
*>                    generation off the new CIPHKEYS file (CKEYREC)
*>                    at start-up, enciphers under the current one
*>                    and deciphers each record under its own
*>                    SF-KEY-GEN (STORREC grew to 103 bytes; the
*>                    STORJRNL images with it).  A history restore
*>                    re-enciphers the version under the current
*>                    key.  With no current key OPEN-STORAGE is
*>                    refused (audited NOKEY) and nothing is seeded.
*>   2019-07-18  DK   Retention dates.  Add (5400) and change (5500)
*>                    take an optional keep-until date (5430) onto
*>                    the new SF-KEEP-UNTIL (STORREC grew to 111
*>                    bytes); the owner's list shows it.  A history
*>                    undelete is refused once the version's date
*>                    has passed, as STOREXP has removed the item.
*>   2019-07-20  DK   Access certification.  The new CERTFILE
*>                    (CERTREC) carries each campaign CERTEXT
*>                    extracts; an owner certifies or revokes each
*>                    of their pending share grants from the storage
*>                    maintenance menu (option R, 6100) and an
*>                    operator holding the new VIP-ADMIN option C
*>                    does the same for VIP holders (8500).  Every
*>                    decision is audited under paragraph CERTIFY.
*>                    5900's revoke is hoisted into 5910 so both
*>                    paths remove a share the same way.  A rename
*>                    carries the login's pending VIP row (4089).
*>   2019-07-22  DK   Item read records.  Every display of an
*>                    item's contents to somebody other than its
*>                    owner - a grantee's shared view (5280) or the
*>                    every-owner listing (5150) - writes a row to
*>                    the new ACCSLOG (ACCSREC) with owner, item,
*>                    reader and date/time (6200).  The storage
*>                    maintenance menu gains option W (6250), the
*>                    owner's list of those reads by item and/or
*>                    date range.  AUDITALR flags heavy readers.
*>   2019-07-24  DK   Sessions.  Main menu option 0 logs out; Quit
*>                    and a second sign-on at the same console log
*>                    the current login out first.  The new SESSFILE
*>                    (SESSREC) holds one row per signed-on login:
*>                    a sign-on finding a live row for the login is
*>                    refused (audited LOGIN REFUSED), one finding a
*>                    row idle past the IDLEMIN parameter ends it as
*>                    a TIMEOUT and takes over (2020).  Every menu
*>                    input (2300) ends a session idle past IDLEMIN
*>                    or no longer holding its row, before acting on
*>                    it.  LOGOUT and TIMEOUT rows are audited under
*>                    paragraph SESSION with the session length.  A
*>                    rename carries the row (4091); a delete drops
*>                    it.
*>   2019-07-26  DK   Message inbox.  The new MSGFILE (MSGREC) holds
*>                    notices left for a login through MSGSEND
*>                    (9950): an operator's password reset or quota
*>                    change, a share granted or revoked, a restore
*>                    (to the owner and the item's grantees), a VIP
*>                    revoked at review, and whatever the batches
*>                    leave.  Sign-on shows the unread ones after
*>                    the greeting (2070); option 3 lists them all
*>                    and clears them (2500).  A rename carries the
*>                    login's messages and a delete drops them
*>                    (4092).
*>   2019-07-29  DK   Parameter maintenance (8400) refuses a DAYSTART
*>                    not below DAYEND, or a DAYEND not above
*>                    DAYSTART.
*>   2019-07-30  DK   Cipher keys reloaded off CIPHKEYS at every
*>                    OPEN-STORAGE and again just before an add,
*>                    change or restore enciphers, so a console up
*>                    since before a CKEYMNT ADD writes under the
*>                    new generation and reads what STORRKEY moved.
*>                    Item-read listing dates checked as real dates.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. Security-storage.
        SHARING WITH ALL OTHER
        FILE STATUS IS AL-FILE-STATUS.

    SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDITCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AK-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS AK-FILE-STATUS.

    SELECT STORAGE-FILE ASSIGN TO "STORFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS VR-FILE-STATUS.

    SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OA-LOGIN
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS OA-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS PR-FILE-STATUS.

    SELECT CIPHER-KEY-FILE ASSIGN TO "CIPHKEYS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CK-KEY-GEN
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS CK-FILE-STATUS.

    SELECT CERTIFICATION-FILE ASSIGN TO "CERTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CT-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS CT-FILE-STATUS.

    SELECT ACCESS-LOG-FILE ASSIGN TO "ACCSLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AC-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS AC-FILE-STATUS.

    SELECT ACTIVE-SESSION-FILE ASSIGN TO "SESSFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SN-LOGIN
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS SN-FILE-STATUS.

    SELECT MESSAGE-FILE ASSIGN TO "MSGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MG-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS MG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  USER-MASTER-FILE.
FD  AUDIT-LOG-FILE.
    COPY AUDITREC.

FD  AUDIT-CONTROL-FILE.
    COPY AUDCTREC.

FD  STORAGE-FILE.
    COPY STORREC.

FD  VIP-REQUEST-FILE.
    COPY VIPRQREC.

FD  OPERATOR-AUTH-FILE.
    COPY OPERREC.

FD  PARAMETER-FILE.
    COPY PARMREC.

FD  CIPHER-KEY-FILE.
    COPY CKEYREC.

FD  CERTIFICATION-FILE.
    COPY CERTREC.

FD  ACCESS-LOG-FILE.
    COPY ACCSREC.

FD  ACTIVE-SESSION-FILE.
    COPY SESSREC.

FD  MESSAGE-FILE.
    COPY MSGREC.

WORKING-STORAGE SECTION.
*> ----------------------------------------------------------------
*> FILE STATUS AND MISCELLANEOUS SWITCHES
*> ----------------------------------------------------------------
77  UM-FILE-STATUS                 PIC X(02).
77  AL-FILE-STATUS                 PIC X(02).
77  AK-FILE-STATUS                 PIC X(02).
77  SF-FILE-STATUS                 PIC X(02).
77  RS-FILE-STATUS                 PIC X(02).
77  PE-FILE-STATUS                 PIC X(02).
77  JN-FILE-STATUS                 PIC X(02).
77  SJ-FILE-STATUS                 PIC X(02).
77  VR-FILE-STATUS                 PIC X(02).
77  OA-FILE-STATUS                 PIC X(02).
77  PR-FILE-STATUS                 PIC X(02).
77  CK-FILE-STATUS                 PIC X(02).
77  CT-FILE-STATUS                 PIC X(02).
77  AC-FILE-STATUS                 PIC X(02).
77  SN-FILE-STATUS                 PIC X(02).
77  MG-FILE-STATUS                 PIC X(02).
77  SS-RESTART-STAGE               PIC 9(01)   VALUE 0.
*> Before-image for the journal: every READ of USER-MASTER that may
*> precede a REWRITE or DELETE saves the record here first.  Must
77  SS-UM-SAVED-RECORD             PIC X(153).
*> Likewise for STORFILE: saved before any REWRITE or DELETE so the
*> storage journal row can carry what the record used to say.
77  SS-SF-SAVED-RECORD             PIC X(111).
*> One timestamp per logical user action against STORFILE - taken
*> by 9575 at the start of the action, stamped on every journal row
*> the action writes, so rows belonging together can be replayed
*> (or restored) together.
77  SS-SF-ACTION-DATE              PIC 9(08).
77  SS-SF-ACTION-TIME              PIC 9(08).
*> The standard tier (parameter ITEMQUOT), used when an account's
*> UM-ITEM-QUOTA is zero or not filled in; 5710 loads the account's
*> own tier over it.
77  SS-ITEM-QUOTA                  PIC 9(02).
77  SS-QUOTA-IN                    PIC 9(02).
77  SS-OWN-ITEM-COUNT              PIC 9(04)   COMP    VALUE 0.
77  SS-ITEM-NAME-IN                PIC X(20).
77  SS-ITEM-TEXT-IN                PIC X(60).
*> Keep-until date as keyed at 5400/5500, and the date 5430 leaves
*> to be stored on the item (zero for no time limit).
01  SS-KEEP-UNTIL-AREA.
    05  SS-KEEP-UNTIL-IN           PIC X(08).
    05  SS-KEEP-UNTIL-IN-DATE REDEFINES SS-KEEP-UNTIL-IN
                                   PIC 9(08).
77  SS-KEEP-UNTIL                  PIC 9(08).

01  SS-KEEP-SWITCHES.
    05  SS-KEEP-VALID-SWITCH       PIC X(01)   VALUE "N".
        88  SS-KEEP-VALID                       VALUE "Y".

*> ----------------------------------------------------------------
*> LONG-CONTENTS WORK AREAS (5410-ACCEPT-LONG-TEXT AND FRIENDS)
*> ----------------------------------------------------------------
77  SS-SEG-IDX                     PIC 9(02)   COMP.
77  SS-LINE-COUNT                  PIC 9(02)   COMP.
*> Parameter LINELIM, at most the 10 lines the table below holds.
77  SS-LINE-LIMIT                  PIC 9(02)   COMP.

01  SS-SEG-TAG.
    05  FILLER                     PIC X(01)   VALUE "#".
*> ----------------------------------------------------------------
77  SS-TODAY-DATE                  PIC 9(08).
77  SS-PASSW-AGE-DAYS              PIC S9(05)  COMP.
*> Parameter PWMAXAGE.
77  SS-PASSW-MAX-AGE               PIC 9(03).
77  SS-OLD-IDX                     PIC 9(02)   COMP.

01  SS-PASSW-SWITCHES.
    05  VR-EOF-SWITCH               PIC X(01)   VALUE "N".
        88  VR-END-OF-FILE                      VALUE "Y".

01  OA-SWITCHES.
    05  OA-EOF-SWITCH               PIC X(01)   VALUE "N".
        88  OA-END-OF-FILE                      VALUE "Y".

01  CT-SWITCHES.
    05  CT-EOF-SWITCH               PIC X(01)   VALUE "N".
        88  CT-END-OF-FILE                      VALUE "Y".

01  AC-SWITCHES.
    05  AC-EOF-SWITCH               PIC X(01)   VALUE "N".
        88  AC-END-OF-FILE                      VALUE "Y".

*> ----------------------------------------------------------------
*> OPERATOR AUTHORITY WORK AREAS (VIP-ADMIN, 8000-8390)
*> The caller's own OPERAUTH row is copied out here by 8000, so
*> the maintenance option can read other operators' rows into
*> OA-RECORD without losing what the caller holds.
*> ----------------------------------------------------------------
77  SS-CALLER-OPTIONS              PIC X(20).
77  SS-CALLER-VIEW-ALL-SWITCH      PIC X(01)   VALUE "N".
    88  SS-CALLER-VIEW-ALL                      VALUE "Y".
77  SS-OPTION-WANTED               PIC X(01).
77  SS-OPTION-TALLY                PIC 9(02)   COMP.
77  SS-OPTIONS-IN                  PIC X(20).
77  SS-ROLE-IN                     PIC X(10).
77  SS-OPT-IDX                     PIC 9(02)   COMP.
77  SS-MENU-IDX                    PIC 9(02)   COMP.
77  SS-OPERATOR-COUNT              PIC 9(03)   COMP.

*> Every VIP-ADMIN option, in the order the menu offers them.  An
*> operator is shown only the lines whose letter is in their
*> OA-OPTIONS, and option A accepts only these letters.
01  SS-ADMIN-MENU-VALUES.
    05  FILLER                     PIC X(40)
        VALUE "GGrant VIP.".
    05  FILLER                     PIC X(40)
        VALUE "RRevoke VIP.".
    05  FILLER                     PIC X(40)
        VALUE "LLook up a login.".
    05  FILLER                     PIC X(40)
        VALUE "UUnlock.".
    05  FILLER                     PIC X(40)
        VALUE "PSet a temporary password.".
    05  FILLER                     PIC X(40)
        VALUE "DDisable.".
    05  FILLER                     PIC X(40)
        VALUE "KDelete account.".
    05  FILLER                     PIC X(40)
        VALUE "QSet storage quota.".
    05  FILLER                     PIC X(40)
        VALUE "XExport password hashes.".
    05  FILLER                     PIC X(40)
        VALUE "VReview VIP requests.".
    05  FILLER                     PIC X(40)
        VALUE "AMaintain operator authorities.".
    05  FILLER                     PIC X(40)
        VALUE "SMaintain system parameters.".
    05  FILLER                     PIC X(40)
        VALUE "CCertify VIP holders (access review).".
01  SS-ADMIN-MENU-TABLE REDEFINES SS-ADMIN-MENU-VALUES.
    05  SS-ADMIN-MENU-ENTRY OCCURS 13 TIMES.
        10  SS-ADMIN-MENU-LETTER   PIC X(01).
        10  SS-ADMIN-MENU-TEXT     PIC X(39).
77  SS-ADMIN-MENU-COUNT            PIC 9(02)   COMP    VALUE 13.

01  SS-AUTH-SWITCHES.
    05  SS-OPTION-HELD-SWITCH       PIC X(01)   VALUE "N".
        88  SS-OPTION-HELD                      VALUE "Y".
    05  SS-OPTION-BAD-SWITCH        PIC X(01)   VALUE "N".
        88  SS-OPTION-BAD                       VALUE "Y".

*> Audit detail for a VIP-ADMIN action: what was done and by which
*> operator.
01  SS-OPER-DETAIL.
    05  SS-OPER-DETAIL-TEXT        PIC X(20).
    05  SS-OPER-DETAIL-WHO         PIC X(10).

01  SS-AUTH-DETAIL.
    05  SS-AUTH-DETAIL-OPTIONS     PIC X(20).
    05  SS-AUTH-DETAIL-WHO         PIC X(10).

01  SS-DENY-OPTION-DETAIL.
    05  FILLER                     PIC X(07)   VALUE "option ".
    05  SS-DENY-OPTION-LETTER      PIC X(01).
    05  FILLER                     PIC X(09)   VALUE " not held".

*> ----------------------------------------------------------------
*> SYSTEM PARAMETER WORK AREAS (9900 LOAD, VIP-ADMIN OPTION S 8400)
*> ----------------------------------------------------------------
    COPY PARMWORK.

*> ----------------------------------------------------------------
*> AUDIT CHAIN WORK AREAS (used by AUDCHAIN from 9500)
*> ----------------------------------------------------------------
    COPY AUDCWORK.

77  SS-PARM-VALUE-IN               PIC 9(05).

01  SS-PARM-DETAIL.
    05  SS-PARM-DETAIL-KEY         PIC X(08).
    05  FILLER                     PIC X(01)   VALUE SPACE.
    05  SS-PARM-DETAIL-OLD         PIC 9(05).
    05  FILLER                     PIC X(01)   VALUE ">".
    05  SS-PARM-DETAIL-NEW         PIC 9(05).
    05  SS-PARM-DETAIL-WHO         PIC X(10).

01  SS-LOCKOUT-DETAIL.
    05  SS-LOCKOUT-DETAIL-COUNT    PIC 9(02).
    05  FILLER                     PIC X(28)
        VALUE " consecutive failed attempts".

*> ----------------------------------------------------------------
*> VIP REQUEST QUEUE WORK AREAS (REQUEST-VIP, 8200)
*> ----------------------------------------------------------------
77  SS-DENY-REASON-IN              PIC X(30).
77  SS-PENDING-COUNT               PIC 9(03)   COMP.

*> ----------------------------------------------------------------
*> ACCESS CERTIFICATION WORK AREAS (6100 OWNER, 8500 VIP HOLDERS)
*> The keys of the caller's pending CERTFILE rows are gathered
*> first and each row is read back by key only to be marked, so no
*> row is held while the reviewer is deciding.
*> ----------------------------------------------------------------
77  SS-CERT-COUNT                  PIC 9(03)   COMP.
77  SS-CERT-IDX                    PIC 9(03)   COMP.
77  SS-CERT-SHOW-COUNT             PIC 9(03).
77  SS-CERT-DUE-DATE               PIC 9(08).

01  SS-CERT-TABLE.
    05  SS-CERT-ENTRY OCCURS 100 TIMES.
        10  SS-CERT-KEY            PIC X(41).

01  SS-CERT-SWITCHES.
    05  SS-CERT-STOP-SWITCH        PIC X(01)   VALUE "N".
        88  SS-CERT-STOPPED                     VALUE "Y".
    05  SS-CERT-FOUND-SWITCH       PIC X(01)   VALUE "N".
        88  SS-CERT-ROW-FOUND                   VALUE "Y".

*> ----------------------------------------------------------------
*> SESSION WORK AREAS (2020 SIGN-ON, 2300 INPUT CHECK, 2400 END)
*> SS-SESSION-ID is the SESSFILE row this console holds - its
*> sign-on date and time - and spaces while nobody is logged in.
*> Times are carried as seconds since the start of the calendar
*> (2390/2395) so an idle gap across midnight still measures right.
*> ----------------------------------------------------------------
77  SS-SESSION-ID                  PIC X(16)   VALUE SPACE.
77  SS-LAST-INPUT-SECS             PIC 9(11)   COMP    VALUE 0.
77  SS-NOW-SECS                    PIC 9(11)   COMP.
77  SS-STAMP-SECS                  PIC 9(11)   COMP.
77  SS-LAST-SEEN-SECS              PIC 9(11)   COMP.
*> Parameter IDLEMIN, in seconds.
77  SS-IDLE-LIMIT-SECS             PIC 9(07)   COMP.
77  SS-SESSION-END-OUTCOME         PIC X(10).

01  SS-NOW-STAMP.
    05  SS-NOW-DATE                PIC 9(08).
    05  SS-NOW-TIME                PIC 9(08).

01  SS-STAMP-AREA.
    05  SS-STAMP-DATE              PIC 9(08).
    05  SS-STAMP-TIME              PIC 9(08).
    05  SS-STAMP-TIME-PARTS REDEFINES SS-STAMP-TIME.
        10  SS-STAMP-HH            PIC 9(02).
        10  SS-STAMP-MM            PIC 9(02).
        10  SS-STAMP-SS            PIC 9(02).
        10  FILLER                 PIC 9(02).

*> Detail of a LOGOUT or TIMEOUT row; AUDITRPT reads the seconds
*> back off it for the session durations.
01  SS-SESSION-DETAIL.
    05  FILLER                     PIC X(16)
        VALUE "session seconds ".
    05  SS-SESSION-DETAIL-SECS     PIC 9(07).
    05  FILLER                     PIC X(07)   VALUE SPACE.

01  SS-SESSION-SWITCHES.
    05  SS-SESSION-REFUSED-SWITCH  PIC X(01)   VALUE "N".
        88  SS-SESSION-REFUSED                  VALUE "Y".
    05  SS-SESSION-ENDED-SWITCH    PIC X(01)   VALUE "N".
        88  SS-SESSION-ENDED                    VALUE "Y".

*> ----------------------------------------------------------------
*> MESSAGE WORK AREAS (9950 SEND, 2070 SIGN-ON, 2500 REVIEW)
*> The sign-on shows at most SS-MSG-SHOW-LIMIT unread messages; the
*> rest wait for VIEW-INFO, which lists them all.
*> ----------------------------------------------------------------
    COPY MSGWORK.

77  SS-MSG-SHOW-COUNT              PIC 9(05).
77  SS-MSG-SHOW-LIMIT              PIC 9(05)   COMP    VALUE 10.
77  SS-MSG-CLEAR-COUNT             PIC 9(05).
77  SS-MSG-TODAY                   PIC 9(08).
77  SS-MSG-RECIPIENT               PIC X(10).
77  SS-MSG-SUBJECT                 PIC X(10).
77  SS-MSG-MOVE-TO                 PIC X(10).

01  SS-MSG-SWITCHES.
    05  SS-MSG-EOF-SWITCH          PIC X(01)   VALUE "N".
        88  SS-MSG-END                          VALUE "Y".

*> Message text about an item: "<owner>'s item <item> <what>".
01  SS-MSG-ITEM-TEXT.
    05  SS-MSG-ITEM-OWNER          PIC X(10).
    05  FILLER                     PIC X(08)   VALUE "'s item ".
    05  SS-MSG-ITEM-NAME           PIC X(20).
    05  FILLER                     PIC X(01)   VALUE SPACE.
    05  SS-MSG-ITEM-WHAT           PIC X(21).

01  SS-MSG-QUOTA-TEXT.
    05  FILLER                     PIC X(30)
        VALUE "Your storage quota was set to ".
    05  SS-MSG-QUOTA               PIC 9(02).
    05  FILLER                     PIC X(28)   VALUE " items.".

*> ----------------------------------------------------------------
*> ITEM READ RECORDING AND LISTING WORK AREAS (6200, 6250)
*> 6200 records whatever owner and item the caller leaves in
*> SS-READ-OWNER/SS-READ-ITEM; option W's filters are keyed into
*> the rest - a blank item or date leaves that end open.
*> ----------------------------------------------------------------
77  SS-READ-OWNER                  PIC X(10).
77  SS-READ-ITEM                   PIC X(20).
77  SS-READ-VIA                    PIC X(01).
77  SS-READ-ITEM-IN                PIC X(20).
77  SS-READ-FROM-DATE              PIC 9(08).
77  SS-READ-TO-DATE                PIC 9(08).
77  SS-READ-SHOW-COUNT             PIC 9(05).

01  SS-READ-DATE-AREA.
    05  SS-READ-DATE-IN            PIC X(08).
    05  SS-READ-DATE-IN-DATE REDEFINES SS-READ-DATE-IN
                                   PIC 9(08).

*> ----------------------------------------------------------------
*> ITEM HISTORY WORK AREAS (6000-STORAGE-ITEM-HISTORY)
*> The table keeps the 20 most recent journaled versions of one
        10  SS-HIST-DATE           PIC 9(08).
        10  SS-HIST-TIME           PIC 9(08).
        10  SS-HIST-CONTENTS       PIC X(60).
        10  SS-HIST-KEY-GEN        PIC 9(02).
        10  SS-HIST-KEEP-UNTIL     PIC 9(08).

*> Continuation segments belonging to the version being restored,
*> collected from the journal rows sharing the version's stamp.
    05  SS-RSEG-ENTRY OCCURS 9 TIMES.
        10  SS-RSEG-PRESENT        PIC X(01).
        10  SS-RSEG-CONTENTS       PIC X(60).
        10  SS-RSEG-KEY-GEN        PIC 9(02).

01  SS-SWITCHES.
    05  SS-QUIT-SWITCH              PIC X(01)   VALUE "N".
	88 FIVE VALUE 5.
	88 SIX VALUE 6.
	88 SEVEN VALUE 7.
    88 LOGOUT-CHOICE VALUE 0.
  	88 VIP-ADMIN-CHOICE VALUE 9.
    88 QUIT VALUE 8.

  DISPLAY " "
  DISPLAY "1. Register."
  DISPLAY "2. Login."
  DISPLAY "3. View info and messages."
  DISPLAY "4. Change info."
  DISPLAY "5. Open the storage."
  DISPLAY "6. Change password."
  DISPLAY "7. Request VIP access."
  DISPLAY "0. Log out."
  DISPLAY "8. Quit."
  DISPLAY "? " NO ADVANCING
  ACCEPT CHOICE
*> An unattended console: the input after the idle limit only ends
*> the session, it does not get to act on it.
  PERFORM 2300-CHECK-SESSION THRU 2300-EXIT
  IF SS-SESSION-ENDED AND NOT QUIT
    GO TO 0100-MENU-LAB
  END-IF

  IF QUIT
    MOVE "LOGOUT" TO SS-SESSION-END-OUTCOME
    PERFORM 2400-END-SESSION THRU 2400-EXIT
    PERFORM 0090-CLOSE-FILES THRU 0090-EXIT
    GOBACK
  END-IF

  IF LOGOUT-CHOICE
    IF LOGIN = SPACE
      DISPLAY "You are not logged in."
    ELSE
      MOVE "LOGOUT" TO SS-SESSION-END-OUTCOME
      PERFORM 2400-END-SESSION THRU 2400-EXIT
      DISPLAY "Logged out."
    END-IF
    GO TO 0100-MENU-LAB
  END-IF

  IF ONE
    PERFORM REGISTER THRU END-REGISTER
  ELSE
		  PERFORM CHANGE-INFO
		ELSE
		  IF FIVE
		    PERFORM OPEN-STORAGE THRU END-OPEN-STORAGE
		  ELSE
		    IF SIX
		      PERFORM CHANGE-PASSWORD THRU END-CHANGE-PASSWORD
  GO TO 0100-MENU-LAB.

0050-OPEN-FILES.
*> Parameters first: they are read once per session and hold for
*> all of it.  PARMFILE is only opened again by option S.
  PERFORM 9900-LOAD-PARAMETERS THRU 9900-EXIT
  PERFORM 0055-APPLY-PARAMETERS THRU 0055-EXIT
*> The cipher keys likewise, before anything on STORFILE is touched.
*> OPEN-STORAGE and the writers load them again, so a CKEYMNT ADD
*> or RETIRE is picked up without restarting the console.
  PERFORM 9870-LOAD-CIPHER-KEYS THRU 9870-EXIT

*> The journal opens first: the USER-MASTER seeds below already
*> write, and every master write must leave a journal row.
  OPEN EXTEND USER-JOURNAL-FILE
    OPEN EXTEND AUDIT-LOG-FILE
  END-IF

  OPEN I-O AUDIT-CONTROL-FILE
  IF AK-FILE-STATUS = "35" OR AK-FILE-STATUS = "05"
    CLOSE AUDIT-CONTROL-FILE
    OPEN OUTPUT AUDIT-CONTROL-FILE
    CLOSE AUDIT-CONTROL-FILE
    OPEN I-O AUDIT-CONTROL-FILE
  END-IF

*> The storage journal opens before the storage itself for the same
*> reason the user journal opens first: the seeds below write.
  OPEN EXTEND STORAGE-JOURNAL-FILE
    OPEN OUTPUT VIP-REQUEST-FILE
    CLOSE VIP-REQUEST-FILE
    OPEN I-O VIP-REQUEST-FILE
  END-IF

  OPEN I-O OPERATOR-AUTH-FILE
  IF OA-FILE-STATUS = "35" OR OA-FILE-STATUS = "05"
    CLOSE OPERATOR-AUTH-FILE
    OPEN OUTPUT OPERATOR-AUTH-FILE
    CLOSE OPERATOR-AUTH-FILE
    OPEN I-O OPERATOR-AUTH-FILE
    PERFORM 0067-SEED-ADMIN-AUTHORITY THRU 0067-EXIT
  END-IF

  OPEN I-O CERTIFICATION-FILE
  IF CT-FILE-STATUS = "35" OR CT-FILE-STATUS = "05"
    CLOSE CERTIFICATION-FILE
    OPEN OUTPUT CERTIFICATION-FILE
    CLOSE CERTIFICATION-FILE
    OPEN I-O CERTIFICATION-FILE
  END-IF

  OPEN I-O ACCESS-LOG-FILE
  IF AC-FILE-STATUS = "35" OR AC-FILE-STATUS = "05"
    CLOSE ACCESS-LOG-FILE
    OPEN OUTPUT ACCESS-LOG-FILE
    CLOSE ACCESS-LOG-FILE
    OPEN I-O ACCESS-LOG-FILE
  END-IF

  OPEN I-O ACTIVE-SESSION-FILE
  IF SN-FILE-STATUS = "35" OR SN-FILE-STATUS = "05"
    CLOSE ACTIVE-SESSION-FILE
    OPEN OUTPUT ACTIVE-SESSION-FILE
    CLOSE ACTIVE-SESSION-FILE
    OPEN I-O ACTIVE-SESSION-FILE
  END-IF

  OPEN I-O MESSAGE-FILE
  IF MG-FILE-STATUS = "35" OR MG-FILE-STATUS = "05"
    CLOSE MESSAGE-FILE
    OPEN OUTPUT MESSAGE-FILE
    CLOSE MESSAGE-FILE
    OPEN I-O MESSAGE-FILE
  END-IF.
0050-EXIT.
  EXIT.

0055-APPLY-PARAMETERS.
  MOVE PM-ITEM-QUOTA    TO SS-ITEM-QUOTA
  MOVE PM-LINE-LIMIT    TO SS-LINE-LIMIT
  MOVE PM-PASSW-MAX-AGE TO SS-PASSW-MAX-AGE
  COMPUTE SS-IDLE-LIMIT-SECS = PM-IDLE-MINUTES * 60.
0055-EXIT.
  EXIT.

0060-SEED-TEST-USER.
  MOVE "test" TO UM-LOGIN
  READ USER-MASTER-FILE
      MOVE SPACE   TO UM-OLD-HASH-TABLE
      MOVE 0       TO UM-LAST-LOGIN-DATE
      MOVE 0       TO UM-LAST-LOGIN-TIME
      MOVE 0       TO UM-ITEM-QUOTA
      WRITE UM-RECORD
      PERFORM 9560-JOURNAL-UM-WRITE THRU 9560-EXIT
    NOT INVALID KEY
*> REGISTER and CHANGE-INFO both refuse to ever create or rename a
*> record onto login "admin", so a genuine admin account has to be
*> bootstrapped here, the same way 0060-SEED-TEST-USER bootstraps
*> "test" - otherwise nobody would hold the VIP-ADMIN authority
*> needed to name the first real operators (0067).
  MOVE "admin" TO UM-LOGIN
  READ USER-MASTER-FILE
    INVALID KEY
      MOVE SPACE   TO UM-OLD-HASH-TABLE
      MOVE 0       TO UM-LAST-LOGIN-DATE
      MOVE 0       TO UM-LAST-LOGIN-TIME
      MOVE 0       TO UM-ITEM-QUOTA
      WRITE UM-RECORD
      PERFORM 9560-JOURNAL-UM-WRITE THRU 9560-EXIT
    NOT INVALID KEY
0065-EXIT.
  EXIT.

0067-SEED-ADMIN-AUTHORITY.
*> First run - OPERAUTH has just been created empty, and only an
*> operator holding option A can add rows to it, so the bootstrap
*> account gets every option and the every-owner storage view.
*> Seeded only when the file is new: once security has named the
*> real operators they may take this row away for good.
  MOVE "admin"         TO OA-LOGIN
  MOVE "BOOTSTRAP"     TO OA-ROLE-NAME
  MOVE SPACE           TO OA-OPTIONS
  PERFORM 0068-SEED-ONE-OPTION THRU 0068-EXIT
    VARYING SS-MENU-IDX FROM 1 BY 1
    UNTIL SS-MENU-IDX > SS-ADMIN-MENU-COUNT
  MOVE "Y"             TO OA-VIEW-ALL-SWITCH
  MOVE "admin"         TO OA-GRANTED-BY
  ACCEPT OA-GRANTED-DATE FROM DATE YYYYMMDD
  WRITE OA-RECORD
    INVALID KEY
      CONTINUE
  END-WRITE.
0067-EXIT.
  EXIT.

0068-SEED-ONE-OPTION.
  MOVE SS-ADMIN-MENU-LETTER (SS-MENU-IDX)
    TO OA-OPTIONS (SS-MENU-IDX:1).
0068-EXIT.
  EXIT.

0070-SEED-STORAGE.
*> First run - lay down a couple of sample items so OPEN-STORAGE
*> has something to show for the demo accounts.  The file is
*> already open I-O when this paragraph runs.  Nothing is laid
*> down until CIPHKEYS carries a current key.
  IF SC-CURRENT-GEN = 0
    GO TO 0070-EXIT
  END-IF
  PERFORM 9575-STAMP-SF-ACTION THRU 9575-EXIT
  MOVE "test"          TO SF-OWNER-LOGIN
  MOVE "notes"         TO SF-ITEM-NAME
  MOVE "Nothing interesting here." TO SC-TEXT
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT         TO SF-CONTENTS
  MOVE SC-KEY-GEN      TO SF-KEY-GEN
  MOVE 0               TO SF-KEEP-UNTIL
  WRITE SF-RECORD
  PERFORM 9580-JOURNAL-SF-WRITE THRU 9580-EXIT
  MOVE "admin"         TO SF-OWNER-LOGIN
  MOVE "supersecretadminstuff" TO SC-TEXT
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT         TO SF-CONTENTS
  MOVE SC-KEY-GEN      TO SF-KEY-GEN
  MOVE 0               TO SF-KEEP-UNTIL
  WRITE SF-RECORD
  PERFORM 9580-JOURNAL-SF-WRITE THRU 9580-EXIT.
0070-EXIT.
0090-CLOSE-FILES.
  CLOSE USER-MASTER-FILE
  CLOSE AUDIT-LOG-FILE
  CLOSE AUDIT-CONTROL-FILE
  CLOSE STORAGE-FILE
  CLOSE RESTART-FILE
  CLOSE USER-JOURNAL-FILE
  CLOSE STORAGE-JOURNAL-FILE
  CLOSE VIP-REQUEST-FILE
  CLOSE OPERATOR-AUTH-FILE
  CLOSE CERTIFICATION-FILE
  CLOSE ACCESS-LOG-FILE
  CLOSE ACTIVE-SESSION-FILE
  CLOSE MESSAGE-FILE.
0090-EXIT.
  EXIT.

0077-EXIT.
  EXIT.

0079-CHECK-OA-BUSY.
*> As 0075, for keyed OPERATOR-AUTH-FILE reads.
  MOVE "N" TO SS-RECORD-BUSY-SWITCH
  IF OA-FILE-STATUS = "51"
    MOVE "Y" TO SS-RECORD-BUSY-SWITCH
    DISPLAY "That record is in use at the other console -"
            " please try again in a moment."
  END-IF.
0079-EXIT.
  EXIT.

0080-CHECK-CT-BUSY.
*> As 0075, for keyed CERTIFICATION-FILE reads.
  MOVE "N" TO SS-RECORD-BUSY-SWITCH
  IF CT-FILE-STATUS = "51"
    MOVE "Y" TO SS-RECORD-BUSY-SWITCH
    DISPLAY "That record is in use at the other console -"
            " please try again in a moment."
  END-IF.
0080-EXIT.
  EXIT.

0078-CHECK-SF-SCAN-BUSY.
*> As 0077, for the sequential STORFILE walks: a locked record
*> would otherwise leave the loop re-reading the same spot, so the

9500-WRITE-AUDIT-RECORD.
*> Caller moves AL-LOGIN, AL-PARAGRAPH, AL-OUTCOME and AL-DETAIL
*> before performing this paragraph; the timestamp, sequence number
*> and chain value are stamped here (AUDCHAIN).
  ACCEPT AL-DATE FROM DATE YYYYMMDD
  ACCEPT AL-TIME FROM TIME
  PERFORM 9505-CHAIN-AUDIT-RECORD THRU 9505-EXIT
  WRITE AL-RECORD
  PERFORM 9510-ADVANCE-AUDIT-CONTROL THRU 9510-EXIT.
9500-EXIT.
  EXIT.


    COPY STORCRYP.

    COPY PARMLOAD.

    COPY AUDCHAIN.

    COPY MSGSEND.

9600-EXPORT-PASSWORDS.
*> Dumps LOGIN + password hash for every account to a fixed-layout
*> file downstream shop systems can pick up to authenticate against,
  MOVE SPACE    TO UM-OLD-HASH-TABLE
  MOVE 0        TO UM-LAST-LOGIN-DATE
  MOVE 0        TO UM-LAST-LOGIN-TIME
  MOVE 0        TO UM-ITEM-QUOTA
  WRITE UM-RECORD
    INVALID KEY
      DISPLAY "That login is already taken."
  EXIT.

LOGIN-SECTION.
*> Signing on again at the same console signs the current login
*> off first, so its SESSFILE row is not left behind.
  IF LOGIN NOT = SPACE
    MOVE "LOGOUT" TO SS-SESSION-END-OUTCOME
    PERFORM 2400-END-SESSION THRU 2400-EXIT
  END-IF
  DISPLAY "Enter your login: " NO ADVANCING
  ACCEPT TMPLOGIN
  DISPLAY "Enter your password: " NO ADVANCING
        PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
       ELSE
        IF UM-PASSW-HASH = SS-COMPUTED-HASH
         PERFORM 2020-CLAIM-SESSION THRU 2020-EXIT
         IF SS-SESSION-REFUSED
          CONTINUE
         ELSE
          IF UM-PASSW-MUST-CHANGE
            PERFORM 2100-FORCE-PASSWORD-CHANGE THRU 2100-EXIT
          END-IF
	      MOVE UM-VIP   TO VIP
	      MOVE UM-ABOUT TO ABOUT
	      PERFORM 2050-GREET-AND-STAMP-LOGIN THRU 2050-EXIT
	      PERFORM 2070-SHOW-UNREAD-MESSAGES THRU 2070-EXIT
	      MOVE 0        TO UM-FAILED-ATTEMPTS
	      REWRITE UM-RECORD
	      PERFORM 9565-JOURNAL-UM-REWRITE THRU 9565-EXIT
	      PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
	      PERFORM 2150-CHECK-PASSWORD-AGE THRU 2150-EXIT
	      PERFORM 2060-SHOW-VIP-REQUEST-RESULT THRU 2060-EXIT
         END-IF
        ELSE
          ADD 1 TO UM-FAILED-ATTEMPTS
          IF UM-FAILED-ATTEMPTS >= PM-LOCKOUT-LIMIT
            MOVE "L" TO UM-LOCK-SWITCH
            REWRITE UM-RECORD
            PERFORM 9565-JOURNAL-UM-REWRITE THRU 9565-EXIT
            DISPLAY "Too many bad attempts - this account is now locked."
            MOVE "LOCKOUT" TO AL-OUTCOME
            MOVE UM-FAILED-ATTEMPTS TO SS-LOCKOUT-DETAIL-COUNT
            MOVE SS-LOCKOUT-DETAIL TO AL-DETAIL
            PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
          ELSE
            REWRITE UM-RECORD
2060-EXIT.
  EXIT.

2070-SHOW-UNREAD-MESSAGES.
*> Whatever was left in the inbox since the last sign-on - a reset,
*> a share, a restore, a batch's notice - oldest first, up to
*> SS-MSG-SHOW-LIMIT of them.  Each one shown is marked read with
*> today's date; VIEW-INFO lists the lot and clears them.
  MOVE 0 TO SS-MSG-SHOW-COUNT
  MOVE "N" TO SS-MSG-EOF-SWITCH
  ACCEPT SS-MSG-TODAY FROM DATE YYYYMMDD
  MOVE LOW-VALUES TO MG-KEY
  MOVE LOGIN TO MG-RECIPIENT
  START MESSAGE-FILE KEY IS NOT LESS THAN MG-KEY
    INVALID KEY
      GO TO 2070-EXIT
  END-START
  PERFORM 2075-SHOW-NEXT-UNREAD THRU 2075-EXIT
    UNTIL SS-MSG-END
       OR SS-MSG-SHOW-COUNT = SS-MSG-SHOW-LIMIT
  IF SS-MSG-SHOW-COUNT = SS-MSG-SHOW-LIMIT
    DISPLAY "Option 3 lists any further messages."
  END-IF.
2070-EXIT.
  EXIT.

2075-SHOW-NEXT-UNREAD.
  READ MESSAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO SS-MSG-EOF-SWITCH
      GO TO 2075-EXIT
  END-READ
*> A held row is a batch writing it this instant; it keeps until
*> the next sign-on.
  IF MG-FILE-STATUS = "51"
    MOVE "Y" TO SS-MSG-EOF-SWITCH
    GO TO 2075-EXIT
  END-IF
  IF MG-RECIPIENT NOT = LOGIN
    MOVE "Y" TO SS-MSG-EOF-SWITCH
    GO TO 2075-EXIT
  END-IF
  IF MG-IS-READ
    GO TO 2075-EXIT
  END-IF
  IF SS-MSG-SHOW-COUNT = 0
    DISPLAY "You have new messages:"
  END-IF
  ADD 1 TO SS-MSG-SHOW-COUNT
  PERFORM 2080-SHOW-MESSAGE THRU 2080-EXIT
  PERFORM 2085-MARK-MESSAGE-READ THRU 2085-EXIT.
2075-EXIT.
  EXIT.

2080-SHOW-MESSAGE.
  DISPLAY MG-SENT-DATE " " MG-SENT-TIME " from " MG-SENDER " "
          MG-SUBJECT
  DISPLAY "  " MG-TEXT.
2080-EXIT.
  EXIT.

2085-MARK-MESSAGE-READ.
  IF MG-IS-READ
    GO TO 2085-EXIT
  END-IF
  MOVE "Y"          TO MG-READ-SWITCH
  MOVE SS-MSG-TODAY TO MG-READ-DATE
  REWRITE MG-RECORD
    INVALID KEY
      CONTINUE
  END-REWRITE.
2085-EXIT.
  EXIT.

2100-FORCE-PASSWORD-CHANGE.
*> The password on file is a temporary one set by the administrator
*> and may not be kept.  The new hash, history and cleared
2250-EXIT.
  EXIT.

2020-CLAIM-SESSION.
*> One session per login across both consoles.  A SESSFILE row
*> under the login that has taken input inside the idle limit is a
*> live session: the sign-on is refused and audited.  A row idle
*> longer than that is a console that was walked away from or died
*> - it is closed on the log as a TIMEOUT and taken over.
  MOVE "N" TO SS-SESSION-REFUSED-SWITCH
  PERFORM 2390-TAKE-NOW-STAMP THRU 2390-EXIT
  MOVE UM-LOGIN TO SN-LOGIN
  READ ACTIVE-SESSION-FILE
    INVALID KEY
      PERFORM 2030-WRITE-SESSION-ROW THRU 2030-EXIT
      GO TO 2020-EXIT
  END-READ
  IF SN-FILE-STATUS = "51"
    PERFORM 2040-REFUSE-SESSION THRU 2040-EXIT
    GO TO 2020-EXIT
  END-IF
  MOVE SN-LAST-DATE TO SS-STAMP-DATE
  MOVE SN-LAST-TIME TO SS-STAMP-TIME
  PERFORM 2395-STAMP-TO-SECONDS THRU 2395-EXIT
  IF SS-NOW-SECS - SS-STAMP-SECS <= SS-IDLE-LIMIT-SECS
*>  Put the live row back as read: that also frees it at once for
*>  the session holding it, which stamps it on its next input.
    REWRITE SN-RECORD
      INVALID KEY
        CONTINUE
    END-REWRITE
    PERFORM 2040-REFUSE-SESSION THRU 2040-EXIT
    GO TO 2020-EXIT
  END-IF

  MOVE SS-STAMP-SECS TO SS-LAST-SEEN-SECS
  MOVE SN-SESSION-ID TO SS-STAMP-AREA
  PERFORM 2395-STAMP-TO-SECONDS THRU 2395-EXIT
  COMPUTE SS-SESSION-DETAIL-SECS = SS-LAST-SEEN-SECS - SS-STAMP-SECS
  MOVE UM-LOGIN      TO AL-LOGIN
  MOVE "SESSION"     TO AL-PARAGRAPH
  MOVE "TIMEOUT"     TO AL-OUTCOME
  MOVE SS-SESSION-DETAIL TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  MOVE "LOGIN"       TO AL-PARAGRAPH
  DISPLAY "An idle session for this login at the other console"
          " has been ended."

  MOVE SS-NOW-STAMP  TO SN-SESSION-ID
  MOVE SS-NOW-DATE   TO SN-LAST-DATE
  MOVE SS-NOW-TIME   TO SN-LAST-TIME
  REWRITE SN-RECORD
    INVALID KEY
      PERFORM 2040-REFUSE-SESSION THRU 2040-EXIT
      GO TO 2020-EXIT
  END-REWRITE
  MOVE SN-SESSION-ID TO SS-SESSION-ID
  MOVE SS-NOW-SECS   TO SS-LAST-INPUT-SECS.
2020-EXIT.
  EXIT.

2030-WRITE-SESSION-ROW.
  MOVE SPACE         TO SN-RECORD
  MOVE UM-LOGIN      TO SN-LOGIN
  MOVE SS-NOW-STAMP  TO SN-SESSION-ID
  MOVE SS-NOW-DATE   TO SN-LAST-DATE
  MOVE SS-NOW-TIME   TO SN-LAST-TIME
  WRITE SN-RECORD
    INVALID KEY
*>    The other console signed the same login on a moment ago.
      PERFORM 2040-REFUSE-SESSION THRU 2040-EXIT
      GO TO 2030-EXIT
  END-WRITE
  MOVE SN-SESSION-ID TO SS-SESSION-ID
  MOVE SS-NOW-SECS   TO SS-LAST-INPUT-SECS.
2030-EXIT.
  EXIT.

2040-REFUSE-SESSION.
*> AL-LOGIN and AL-PARAGRAPH are still the ones LOGIN-SECTION set.
  MOVE "Y" TO SS-SESSION-REFUSED-SWITCH
  DISPLAY "That login is already signed on at the other console."
  MOVE "REFUSED"     TO AL-OUTCOME
  MOVE "signed on at other console" TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
2040-EXIT.
  EXIT.

2300-CHECK-SESSION.
*> Performed on every menu input.  Input after more than the idle
*> limit ends the session as a TIMEOUT (an ACCEPT cannot be timed
*> out, so the limit is enforced on the input that follows it).
*> Otherwise the session's SESSFILE row is stamped, so the other
*> console can see it is live - unless the row is no longer this
*> session's, in which case it was ended elsewhere.
  MOVE "N" TO SS-SESSION-ENDED-SWITCH
  IF LOGIN = SPACE
    GO TO 2300-EXIT
  END-IF
  PERFORM 2390-TAKE-NOW-STAMP THRU 2390-EXIT
  IF SS-NOW-SECS - SS-LAST-INPUT-SECS > SS-IDLE-LIMIT-SECS
    DISPLAY "No input for over " PM-IDLE-MINUTES
            " minutes - you have been logged out."
    MOVE "TIMEOUT" TO SS-SESSION-END-OUTCOME
    PERFORM 2400-END-SESSION THRU 2400-EXIT
    MOVE "Y" TO SS-SESSION-ENDED-SWITCH
    GO TO 2300-EXIT
  END-IF

  MOVE LOGIN TO SN-LOGIN
  READ ACTIVE-SESSION-FILE
    INVALID KEY
      MOVE SPACE TO SN-SESSION-ID
  END-READ
*> Held: the other console is looking at the row for a sign-on and
*> will find it live anyway.
  IF SN-FILE-STATUS = "51"
    MOVE SS-NOW-SECS TO SS-LAST-INPUT-SECS
    GO TO 2300-EXIT
  END-IF
  IF SN-SESSION-ID NOT = SS-SESSION-ID
    DISPLAY "Your session has been ended - please log in again."
    PERFORM 2450-CLEAR-SESSION THRU 2450-EXIT
    MOVE "Y" TO SS-SESSION-ENDED-SWITCH
    GO TO 2300-EXIT
  END-IF
  MOVE SS-NOW-DATE TO SN-LAST-DATE
  MOVE SS-NOW-TIME TO SN-LAST-TIME
  REWRITE SN-RECORD
    INVALID KEY
      CONTINUE
  END-REWRITE
  MOVE SS-NOW-SECS TO SS-LAST-INPUT-SECS.
2300-EXIT.
  EXIT.

2390-TAKE-NOW-STAMP.
  ACCEPT SS-NOW-DATE FROM DATE YYYYMMDD
  ACCEPT SS-NOW-TIME FROM TIME
  MOVE SS-NOW-STAMP TO SS-STAMP-AREA
  PERFORM 2395-STAMP-TO-SECONDS THRU 2395-EXIT
  MOVE SS-STAMP-SECS TO SS-NOW-SECS.
2390-EXIT.
  EXIT.

2395-STAMP-TO-SECONDS.
*> SS-STAMP-DATE/TIME (YYYYMMDD, HHMMSSCC) to SS-STAMP-SECS.
  COMPUTE SS-STAMP-SECS =
      FUNCTION INTEGER-OF-DATE (SS-STAMP-DATE) * 86400
    + SS-STAMP-HH * 3600 + SS-STAMP-MM * 60 + SS-STAMP-SS.
2395-EXIT.
  EXIT.

2400-END-SESSION.
*> Caller moves LOGOUT or TIMEOUT to SS-SESSION-END-OUTCOME.  The
*> end is audited with the session's length - to the last input
*> for a timeout, so the idle tail is not counted - and the row is
*> removed.  A row that is no longer this session's was already
*> closed on the log by the sign-on that took it over.
  IF LOGIN = SPACE
    GO TO 2400-EXIT
  END-IF
  PERFORM 2390-TAKE-NOW-STAMP THRU 2390-EXIT
  IF SS-SESSION-END-OUTCOME = "TIMEOUT"
    MOVE SS-LAST-INPUT-SECS TO SS-NOW-SECS
  END-IF
  MOVE LOGIN TO SN-LOGIN
  READ ACTIVE-SESSION-FILE
    INVALID KEY
      MOVE SPACE TO SN-SESSION-ID
  END-READ
  IF SN-FILE-STATUS = "51" OR SN-SESSION-ID = SS-SESSION-ID
    PERFORM 2410-CLOSE-SESSION-ROW THRU 2410-EXIT
  END-IF
  PERFORM 2450-CLEAR-SESSION THRU 2450-EXIT.
2400-EXIT.
  EXIT.

2410-CLOSE-SESSION-ROW.
*> A row held by the other console this instant is left to go
*> stale; the end is still audited here.
  IF SN-FILE-STATUS NOT = "51"
    DELETE ACTIVE-SESSION-FILE
      INVALID KEY
        CONTINUE
    END-DELETE
  END-IF
  MOVE SS-SESSION-ID TO SS-STAMP-AREA
  PERFORM 2395-STAMP-TO-SECONDS THRU 2395-EXIT
  COMPUTE SS-SESSION-DETAIL-SECS = SS-NOW-SECS - SS-STAMP-SECS
  MOVE LOGIN         TO AL-LOGIN
  MOVE "SESSION"     TO AL-PARAGRAPH
  MOVE SS-SESSION-END-OUTCOME TO AL-OUTCOME
  MOVE SS-SESSION-DETAIL TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
2410-EXIT.
  EXIT.

2450-CLEAR-SESSION.
  MOVE SPACE TO LOGIN
  MOVE SPACE TO PASSW
  MOVE 0     TO AGE
  MOVE 0     TO VIP
  MOVE SPACE TO ABOUT
  MOVE SPACE TO SS-SESSION-ID.
2450-EXIT.
  EXIT.

2500-REVIEW-MESSAGES.
*> Every message in the caller's inbox, read or not, oldest first.
*> Listing marks them all read; the caller may then clear them.
*> Only read rows are cleared, so a message arriving between the
*> list and the answer waits for the next sign-on.
  MOVE 0 TO SS-MSG-SHOW-COUNT
  MOVE "N" TO SS-MSG-EOF-SWITCH
  ACCEPT SS-MSG-TODAY FROM DATE YYYYMMDD
  PERFORM 2505-START-MESSAGES THRU 2505-EXIT
  PERFORM 2510-LIST-NEXT-MESSAGE THRU 2510-EXIT UNTIL SS-MSG-END
  IF SS-MSG-SHOW-COUNT = 0
    DISPLAY "No messages."
    GO TO 2500-EXIT
  END-IF
  DISPLAY "Messages listed: " SS-MSG-SHOW-COUNT
  DISPLAY "Clear these messages? [Y/N]: " NO ADVANCING
  MOVE SPACE TO TMPCHOICE
  ACCEPT TMPCHOICE
  IF TMPCHOICE NOT = "Y"
    GO TO 2500-EXIT
  END-IF
  MOVE 0 TO SS-MSG-CLEAR-COUNT
  MOVE "N" TO SS-MSG-EOF-SWITCH
  PERFORM 2505-START-MESSAGES THRU 2505-EXIT
  PERFORM 2520-CLEAR-NEXT-MESSAGE THRU 2520-EXIT UNTIL SS-MSG-END
  DISPLAY "Messages cleared: " SS-MSG-CLEAR-COUNT.
2500-EXIT.
  EXIT.

2505-START-MESSAGES.
  MOVE LOW-VALUES TO MG-KEY
  MOVE LOGIN TO MG-RECIPIENT
  START MESSAGE-FILE KEY IS NOT LESS THAN MG-KEY
    INVALID KEY
      MOVE "Y" TO SS-MSG-EOF-SWITCH
  END-START.
2505-EXIT.
  EXIT.

2510-LIST-NEXT-MESSAGE.
  READ MESSAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO SS-MSG-EOF-SWITCH
      GO TO 2510-EXIT
  END-READ
  IF MG-FILE-STATUS = "51"
    MOVE "Y" TO SS-MSG-EOF-SWITCH
    DISPLAY "A message is being written this moment -"
            " the list may be short; please try again in a moment."
    GO TO 2510-EXIT
  END-IF
  IF MG-RECIPIENT NOT = LOGIN
    MOVE "Y" TO SS-MSG-EOF-SWITCH
    GO TO 2510-EXIT
  END-IF
  ADD 1 TO SS-MSG-SHOW-COUNT
  PERFORM 2080-SHOW-MESSAGE THRU 2080-EXIT
  PERFORM 2085-MARK-MESSAGE-READ THRU 2085-EXIT.
2510-EXIT.
  EXIT.

2520-CLEAR-NEXT-MESSAGE.
  READ MESSAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO SS-MSG-EOF-SWITCH
      GO TO 2520-EXIT
  END-READ
  IF MG-FILE-STATUS = "51"
    MOVE "Y" TO SS-MSG-EOF-SWITCH
    GO TO 2520-EXIT
  END-IF
  IF MG-RECIPIENT NOT = LOGIN
    MOVE "Y" TO SS-MSG-EOF-SWITCH
    GO TO 2520-EXIT
  END-IF
  IF MG-UNREAD
    GO TO 2520-EXIT
  END-IF
  DELETE MESSAGE-FILE
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      ADD 1 TO SS-MSG-CLEAR-COUNT
  END-DELETE.
2520-EXIT.
  EXIT.

CHANGE-PASSWORD.
  IF LOGIN = SPACE
    DISPLAY "You should login first."
	DISPLAY "Age:   ", AGE
	DISPLAY "VIP:   ", VIP
	DISPLAY "About: ", ABOUT
	PERFORM 2500-REVIEW-MESSAGES THRU 2500-EXIT
  ELSE
    DISPLAY "You should login first."
  END-IF.
  MOVE LOGIN TO SS-PURGE-LOGIN
  PERFORM 4078-PURGE-STORAGE-RECORDS THRU 4078-EXIT
  PERFORM 4085-MOVE-RESTART-RECORD THRU 4085-EXIT
  PERFORM 4087-MOVE-VIPREQ-RECORD THRU 4087-EXIT
  PERFORM 4088-MOVE-OPERATOR-RECORD THRU 4088-EXIT
  PERFORM 4089-MOVE-CERT-VIP-ROW THRU 4089-EXIT
  PERFORM 4091-MOVE-SESSION-ROW THRU 4091-EXIT
  MOVE LOGIN    TO SS-MSG-RECIPIENT
  MOVE TMPLOGIN TO SS-MSG-MOVE-TO
  PERFORM 4092-MOVE-MESSAGE-ROWS THRU 4092-EXIT.
4075-EXIT.
  EXIT.

4087-EXIT.
  EXIT.

4088-MOVE-OPERATOR-RECORD.
*> An operator's authority belongs to the person, so it follows a
*> rename the way 4087 carries the VIP request.  A stale row
*> already under the new login can only be leftover junk, so it is
*> overwritten.
  MOVE LOGIN TO OA-LOGIN
  READ OPERATOR-AUTH-FILE
    INVALID KEY
      GO TO 4088-EXIT
  END-READ
  PERFORM 0079-CHECK-OA-BUSY THRU 0079-EXIT
  IF SS-RECORD-BUSY
    GO TO 4088-EXIT
  END-IF
  DELETE OPERATOR-AUTH-FILE
    INVALID KEY
      CONTINUE
  END-DELETE
  MOVE TMPLOGIN TO OA-LOGIN
  WRITE OA-RECORD
    INVALID KEY
      REWRITE OA-RECORD
  END-WRITE.
4088-EXIT.
  EXIT.

4089-MOVE-CERT-VIP-ROW.
*> A VIP holder renamed during an access review would otherwise
*> leave their row under the old login, where CERTCLS finds no such
*> account and the VIP under the new login goes unreviewed.  The
*> row keeps its status; a stale row under the new login is junk.
  MOVE "V"      TO CT-KIND
  MOVE LOGIN    TO CT-OWNER-LOGIN
  MOVE SPACE    TO CT-ITEM-NAME
  MOVE SPACE    TO CT-GRANTEE-LOGIN
  READ CERTIFICATION-FILE
    INVALID KEY
      GO TO 4089-EXIT
  END-READ
  PERFORM 0080-CHECK-CT-BUSY THRU 0080-EXIT
  IF SS-RECORD-BUSY
    GO TO 4089-EXIT
  END-IF
  DELETE CERTIFICATION-FILE
    INVALID KEY
      CONTINUE
  END-DELETE
  MOVE TMPLOGIN TO CT-OWNER-LOGIN
  WRITE CT-RECORD
    INVALID KEY
      REWRITE CT-RECORD
  END-WRITE.
4089-EXIT.
  EXIT.

4090-CLEAR-RESTART.
  MOVE LOGIN TO RS-LOGIN
  DELETE RESTART-FILE
4090-EXIT.
  EXIT.

4091-MOVE-SESSION-ROW.
*> The caller's own session follows them to the new login, or the
*> next input would find no row of theirs and end it.  Any row
*> already under the new login can only be junk - no account had
*> that login a moment ago.
  MOVE LOGIN TO SN-LOGIN
  READ ACTIVE-SESSION-FILE
    INVALID KEY
      GO TO 4091-EXIT
  END-READ
  IF SN-FILE-STATUS = "51"
    GO TO 4091-EXIT
  END-IF
  DELETE ACTIVE-SESSION-FILE
    INVALID KEY
      CONTINUE
  END-DELETE
  MOVE TMPLOGIN TO SN-LOGIN
  WRITE SN-RECORD
    INVALID KEY
      REWRITE SN-RECORD
  END-WRITE.
4091-EXIT.
  EXIT.

4092-MOVE-MESSAGE-ROWS.
*> Re-keys every MSGFILE row of SS-MSG-RECIPIENT under
*> SS-MSG-MOVE-TO, or drops them when that is blank (an account
*> deleted).  Each row leaves the old login's run of keys as it is
*> handled, so the walk re-positions at the start of the run every
*> time until nothing of the old login is left.
  MOVE "N" TO SS-MSG-EOF-SWITCH
  PERFORM 4093-MOVE-NEXT-MESSAGE THRU 4093-EXIT UNTIL SS-MSG-END.
4092-EXIT.
  EXIT.

4093-MOVE-NEXT-MESSAGE.
  MOVE LOW-VALUES       TO MG-KEY
  MOVE SS-MSG-RECIPIENT TO MG-RECIPIENT
  START MESSAGE-FILE KEY IS NOT LESS THAN MG-KEY
    INVALID KEY
      MOVE "Y" TO SS-MSG-EOF-SWITCH
      GO TO 4093-EXIT
  END-START
  READ MESSAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO SS-MSG-EOF-SWITCH
      GO TO 4093-EXIT
  END-READ
  IF MG-FILE-STATUS = "51"
     OR MG-RECIPIENT NOT = SS-MSG-RECIPIENT
    MOVE "Y" TO SS-MSG-EOF-SWITCH
    GO TO 4093-EXIT
  END-IF
  DELETE MESSAGE-FILE
    INVALID KEY
      MOVE "Y" TO SS-MSG-EOF-SWITCH
      GO TO 4093-EXIT
  END-DELETE
  IF SS-MSG-MOVE-TO NOT = SPACE
    MOVE SS-MSG-MOVE-TO TO MG-RECIPIENT
    WRITE MG-RECORD
      INVALID KEY
        CONTINUE
    END-WRITE
  END-IF.
4093-EXIT.
  EXIT.

OPEN-STORAGE.
  DISPLAY "Trying to open the storage...".
  MOVE LOGIN      TO AL-LOGIN
  MOVE "OPENSTOR" TO AL-PARAGRAPH
*> The keys as they are on CIPHKEYS now, not as they were when the
*> console started.  No current cipher key means nothing can be
*> written safely (and most likely nothing read): refuse rather
*> than show ciphertext.
  PERFORM 9870-LOAD-CIPHER-KEYS THRU 9870-EXIT
  IF SC-CURRENT-GEN = 0
    DISPLAY "Storage is unavailable - no cipher key is loaded."
    MOVE "NOKEY"    TO AL-OUTCOME
    MOVE "NO CURRENT CIPHER KEY" TO AL-DETAIL
    PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
    GO TO END-OPEN-STORAGE
  END-IF
  PERFORM 8000-LOAD-CALLER-AUTHORITY THRU 8000-EXIT
  IF VIP = 1 AND SS-CALLER-VIEW-ALL
    PERFORM 5100-STORAGE-SHOW-ALL THRU 5100-EXIT
    MOVE "OPENED" TO AL-OUTCOME
    MOVE SPACE    TO AL-DETAIL
    PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  ELSE
    IF VIP = 1
      PERFORM 5200-STORAGE-SHOW-OWN THRU 5200-EXIT
      MOVE "OPENED" TO AL-OUTCOME
      MOVE SPACE    TO AL-DETAIL
      PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
      PERFORM 5300-STORAGE-MAINTAIN THRU 5300-EXIT
END-OPEN-STORAGE.
  EXIT.

*> Just before an add, change or restore enciphers: CIPHKEYS again,
*> in case a generation was added or retired while the owner sat
*> at a prompt.  The caller gives up if there is no current key.
5090-RELOAD-CIPHER-KEYS.
  PERFORM 9870-LOAD-CIPHER-KEYS THRU 9870-EXIT
  IF SC-CURRENT-GEN = 0
    DISPLAY "Storage is unavailable - no cipher key is loaded."
  END-IF.
5090-EXIT.
  EXIT.

5100-STORAGE-SHOW-ALL.
  MOVE "N" TO SF-EOF-SWITCH
  MOVE LOW-VALUES TO SF-KEY
        DISPLAY SF-OWNER-LOGIN, " ", SF-ITEM-NAME,
                " shared with ", SF-GRANTEE-LOGIN
      ELSE
        MOVE SF-KEY-GEN TO SC-KEY-GEN
        MOVE SF-CONTENTS TO SC-TEXT
        PERFORM 9820-DECIPHER-CONTENTS THRU 9820-EXIT
        DISPLAY SF-OWNER-LOGIN, " ", SF-ITEM-NAME, " ", SC-TEXT
*>      Somebody else's item just went up on the operator's screen;
*>      its segments ride along under the same read.
        IF SF-ITEM-RECORD AND SF-OWNER-LOGIN NOT = LOGIN
          MOVE SF-OWNER-LOGIN TO SS-READ-OWNER
          MOVE SF-ITEM-NAME   TO SS-READ-ITEM
          MOVE "A"            TO SS-READ-VIA
          PERFORM 6200-RECORD-ITEM-READ THRU 6200-EXIT
        END-IF
      END-IF
  END-READ
  PERFORM 0078-CHECK-SF-SCAN-BUSY THRU 0078-EXIT.
    NOT AT END
      IF SF-OWNER-LOGIN = LOGIN
        IF SF-ITEM-RECORD
          MOVE SF-KEY-GEN TO SC-KEY-GEN
          MOVE SF-CONTENTS TO SC-TEXT
          PERFORM 9820-DECIPHER-CONTENTS THRU 9820-EXIT
          IF SF-KEEP-UNTIL NUMERIC AND SF-KEEP-UNTIL > 0
            DISPLAY SF-ITEM-NAME, " ", SC-TEXT,
                    " (kept until ", SF-KEEP-UNTIL, ")"
          ELSE
            DISPLAY SF-ITEM-NAME, " ", SC-TEXT
          END-IF
        END-IF
*>      A segment sorts directly after its item, so the overflow
*>      text lines up under the contents column with no extra I/O.
        IF SF-SEGMENT-RECORD
          MOVE SF-KEY-GEN TO SC-KEY-GEN
          MOVE SF-CONTENTS TO SC-TEXT
          PERFORM 9820-DECIPHER-CONTENTS THRU 9820-EXIT
          DISPLAY "                     ", SC-TEXT
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      MOVE SF-KEY-GEN TO SC-KEY-GEN
      MOVE SF-CONTENTS TO SC-TEXT
      PERFORM 9820-DECIPHER-CONTENTS THRU 9820-EXIT
      DISPLAY SF-ITEM-NAME, " ", SC-TEXT,
              " (shared by ", SS-SHARE-OWNER, ")"
      PERFORM 5285-SHOW-SHARED-SEGMENTS THRU 5285-EXIT
      MOVE SS-SHARE-OWNER TO SS-READ-OWNER
      MOVE SS-SHARE-ITEM  TO SS-READ-ITEM
      MOVE "S"            TO SS-READ-VIA
      PERFORM 6200-RECORD-ITEM-READ THRU 6200-EXIT
  END-READ.
5280-EXIT.
  EXIT.
    INVALID KEY
      MOVE 9 TO SS-SEG-IDX
    NOT INVALID KEY
      MOVE SF-KEY-GEN TO SC-KEY-GEN
      MOVE SF-CONTENTS TO SC-TEXT
      PERFORM 9820-DECIPHER-CONTENTS THRU 9820-EXIT
      DISPLAY "                     ", SC-TEXT
  DISPLAY "A - Add an item.  C - Change an item's contents."
  DISPLAY "D - Delete an item.  S - Share an item."
  DISPLAY "L - List your shares.  V - Revoke a share."
  DISPLAY "H - Item history / restore.  R - Review your shares."
  DISPLAY "W - Who has read your items.  Q - Back to the menu."
  DISPLAY "? " NO ADVANCING
  ACCEPT TMPCHOICE
  PERFORM 2300-CHECK-SESSION THRU 2300-EXIT
  IF SS-SESSION-ENDED
    GO TO 5300-EXIT
  END-IF

  MOVE LOGIN     TO AL-LOGIN
  MOVE "STORAGE" TO AL-PARAGRAPH
      PERFORM 5900-STORAGE-REVOKE-SHARE THRU 5900-EXIT
    WHEN "H"
      PERFORM 6000-STORAGE-ITEM-HISTORY THRU 6000-EXIT
    WHEN "R"
      PERFORM 6100-CERTIFY-OWN-SHARES THRU 6100-EXIT
    WHEN "W"
      PERFORM 6250-LIST-ITEM-READS THRU 6250-EXIT
    WHEN "Q"
      CONTINUE
    WHEN OTHER
    GO TO 5400-EXIT
  END-IF
  PERFORM 5410-ACCEPT-LONG-TEXT THRU 5410-EXIT
  MOVE 0 TO SS-KEEP-UNTIL
  DISPLAY "Keep until (YYYYMMDD, blank for no limit)? " NO ADVANCING
  PERFORM 5430-ACCEPT-KEEP-UNTIL THRU 5430-EXIT
  IF NOT SS-KEEP-VALID
    GO TO 5400-EXIT
  END-IF
  PERFORM 5090-RELOAD-CIPHER-KEYS THRU 5090-EXIT
  IF SC-CURRENT-GEN = 0
    GO TO 5400-EXIT
  END-IF

  PERFORM 9575-STAMP-SF-ACTION THRU 9575-EXIT
  MOVE LOGIN           TO SF-OWNER-LOGIN
  MOVE SS-LONG-LINE (1) TO SC-TEXT
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT         TO SF-CONTENTS
  MOVE SC-KEY-GEN      TO SF-KEY-GEN
  MOVE SS-KEEP-UNTIL   TO SF-KEEP-UNTIL
  WRITE SF-RECORD
    INVALID KEY
      DISPLAY "You already have an item with that name."
5415-EXIT.
  EXIT.

5430-ACCEPT-KEEP-UNTIL.
*> Takes the optional keep-until date after the caller's prompt.
*> The caller loads SS-KEEP-UNTIL with the date in force first: a
*> blank answer leaves it alone, 0 clears it (no time limit), and
*> anything else must be a real YYYYMMDD date after today - STOREXP
*> removes the item on the morning the date arrives.
  MOVE "N"   TO SS-KEEP-VALID-SWITCH
  MOVE SPACE TO SS-KEEP-UNTIL-IN
  ACCEPT SS-KEEP-UNTIL-IN
  IF SS-KEEP-UNTIL-IN = SPACE
    MOVE "Y" TO SS-KEEP-VALID-SWITCH
    GO TO 5430-EXIT
  END-IF
  IF SS-KEEP-UNTIL-IN = "0" OR SS-KEEP-UNTIL-IN = "00000000"
    MOVE 0   TO SS-KEEP-UNTIL
    MOVE "Y" TO SS-KEEP-VALID-SWITCH
    GO TO 5430-EXIT
  END-IF
  IF SS-KEEP-UNTIL-IN NOT NUMERIC
    DISPLAY "Keep-until date must be YYYYMMDD."
    GO TO 5430-EXIT
  END-IF
  IF FUNCTION TEST-DATE-YYYYMMDD (SS-KEEP-UNTIL-IN-DATE) NOT = 0
    DISPLAY "Keep-until date must be YYYYMMDD."
    GO TO 5430-EXIT
  END-IF
  ACCEPT SS-TODAY-DATE FROM DATE YYYYMMDD
  IF SS-KEEP-UNTIL-IN-DATE NOT > SS-TODAY-DATE
    DISPLAY "Keep-until date must be after today."
    GO TO 5430-EXIT
  END-IF
  MOVE SS-KEEP-UNTIL-IN-DATE TO SS-KEEP-UNTIL
  MOVE "Y" TO SS-KEEP-VALID-SWITCH.
5430-EXIT.
  EXIT.

5420-WRITE-NEW-SEGMENTS.
*> Writes continuation segments for lines 2..SS-LINE-COUNT of the
*> accepted text; segment n carries line n+1.  The caller has
  MOVE SS-LONG-LINE (SS-SEG-IDX + 1) TO SC-TEXT
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT         TO SF-CONTENTS
  MOVE SC-KEY-GEN      TO SF-KEY-GEN
  MOVE 0               TO SF-KEEP-UNTIL
  WRITE SF-RECORD
    INVALID KEY
      DISPLAY "Could not store part of the contents."
  END-IF
  MOVE SF-RECORD TO SS-SF-SAVED-RECORD
  PERFORM 5410-ACCEPT-LONG-TEXT THRU 5410-EXIT
  MOVE SF-KEEP-UNTIL TO SS-KEEP-UNTIL
  IF SS-KEEP-UNTIL NOT NUMERIC
    MOVE 0 TO SS-KEEP-UNTIL
  END-IF
  IF SS-KEEP-UNTIL = 0
    DISPLAY "The item is kept with no time limit."
  ELSE
    DISPLAY "The item is kept until " SS-KEEP-UNTIL "."
  END-IF
  DISPLAY "Keep until (YYYYMMDD, 0 for no limit, blank to leave)? "
          NO ADVANCING
  PERFORM 5430-ACCEPT-KEEP-UNTIL THRU 5430-EXIT
  IF NOT SS-KEEP-VALID
    DISPLAY "Item not changed."
    GO TO 5500-EXIT
  END-IF
  PERFORM 5090-RELOAD-CIPHER-KEYS THRU 5090-EXIT
  IF SC-CURRENT-GEN = 0
    GO TO 5500-EXIT
  END-IF
  PERFORM 9575-STAMP-SF-ACTION THRU 9575-EXIT
  MOVE SS-LONG-LINE (1) TO SC-TEXT
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT         TO SF-CONTENTS
  MOVE SC-KEY-GEN      TO SF-KEY-GEN
  MOVE SS-KEEP-UNTIL   TO SF-KEEP-UNTIL
  REWRITE SF-RECORD
    INVALID KEY
      DISPLAY "Could not update that item."

5710-LOAD-OWN-QUOTA.
*> The caller's storage tier off their own master record.  Records
*> written before tiers went in carry spaces, and new accounts carry
*> zero; both read as the standard tier (parameter ITEMQUOT).
  MOVE PM-ITEM-QUOTA TO SS-ITEM-QUOTA
  MOVE LOGIN TO UM-LOGIN
  READ USER-MASTER-FILE
    INVALID KEY
  MOVE SS-TARGET-LOGIN TO SF-GRANTEE-LOGIN
  MOVE "S"             TO SF-REC-TYPE
  MOVE SPACE           TO SF-CONTENTS
  MOVE 0               TO SF-KEY-GEN
  MOVE 0               TO SF-KEEP-UNTIL
  WRITE SF-RECORD
    INVALID KEY
      DISPLAY "That item is already shared with that login."
      MOVE SS-TARGET-LOGIN    TO SS-SHARE-DETAIL-WHOM
      MOVE SS-SHARE-DETAIL    TO AL-DETAIL
      PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
      MOVE "is shared with you"  TO SS-MSG-ITEM-WHAT
      MOVE "SHARED"           TO SS-MSG-SUBJECT
      MOVE SS-TARGET-LOGIN    TO SS-MSG-RECIPIENT
      PERFORM 6090-SEND-ITEM-MESSAGE THRU 6090-EXIT
  END-WRITE.
5800-EXIT.
  EXIT.
    DISPLAY "Login cannot be blank."
    GO TO 5900-EXIT
  END-IF
  PERFORM 5910-REVOKE-ONE-SHARE THRU 5910-EXIT.
5900-EXIT.
  EXIT.

5910-REVOKE-ONE-SHARE.
*> Removes the caller's share of SS-ITEM-NAME-IN to SS-TARGET-LOGIN
*> (never blank), journaled and audited under the caller's
*> AL-PARAGRAPH.  Shared by 5900 and the access review (6120);
*> SS-RECORD-BUSY is left set when the share was in use.
  MOVE "N" TO SS-RECORD-BUSY-SWITCH
  MOVE LOGIN           TO SF-OWNER-LOGIN
  MOVE SS-ITEM-NAME-IN TO SF-ITEM-NAME
  MOVE SS-TARGET-LOGIN TO SF-GRANTEE-LOGIN
  READ STORAGE-FILE
    INVALID KEY
      DISPLAY "No such share."
      GO TO 5910-EXIT
  END-READ
  PERFORM 0077-CHECK-SF-BUSY THRU 0077-EXIT
  IF SS-RECORD-BUSY
    GO TO 5910-EXIT
  END-IF
*> A grantee of "#nn" matches one of the item's continuation
*> segments (STORREC), not a share - only a "S" row may be
*> revoked here, or a typo would tear text out of the item.
  IF NOT SF-SHARE-RECORD
    DISPLAY "No such share."
    GO TO 5910-EXIT
  END-IF
  MOVE SF-RECORD TO SS-SF-SAVED-RECORD
  PERFORM 9575-STAMP-SF-ACTION THRU 9575-EXIT
      MOVE SS-TARGET-LOGIN    TO SS-SHARE-DETAIL-WHOM
      MOVE SS-SHARE-DETAIL    TO AL-DETAIL
      PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
      MOVE "is no longer shared"  TO SS-MSG-ITEM-WHAT
      MOVE "UNSHARED"         TO SS-MSG-SUBJECT
      MOVE SS-TARGET-LOGIN    TO SS-MSG-RECIPIENT
      PERFORM 6090-SEND-ITEM-MESSAGE THRU 6090-EXIT
  END-DELETE.
5910-EXIT.
  EXIT.

6100-CERTIFY-OWN-SHARES.
*> The owner's part of an access certification campaign (CERTEXT):
*> each of their share grants still pending review is put to them
*> in turn to certify (keep) or revoke.  A grant passed over stays
*> pending, and CERTCLS revokes whatever is pending at the close.
  MOVE 0   TO SS-CERT-COUNT
  MOVE "N" TO CT-EOF-SWITCH
  MOVE "S"        TO CT-KIND
  MOVE LOGIN      TO CT-OWNER-LOGIN
  MOVE LOW-VALUES TO CT-ITEM-NAME
  MOVE LOW-VALUES TO CT-GRANTEE-LOGIN
  START CERTIFICATION-FILE KEY IS NOT LESS THAN CT-KEY
    INVALID KEY
      MOVE "Y" TO CT-EOF-SWITCH
  END-START
  PERFORM 6110-GATHER-NEXT-OWN-CERT THRU 6110-EXIT
    UNTIL CT-END-OF-FILE
  IF SS-CERT-COUNT = 0
    DISPLAY "You have no shares awaiting access review."
    GO TO 6100-EXIT
  END-IF

  MOVE SS-CERT-COUNT TO SS-CERT-SHOW-COUNT
  DISPLAY SS-CERT-SHOW-COUNT " of your shares await review, due "
          SS-CERT-DUE-DATE "."
  DISPLAY "C - Certify (keep).  R - Revoke.  Q - Stop."
  DISPLAY "Blank leaves the share for later."
  MOVE "N"       TO SS-CERT-STOP-SWITCH
  MOVE "CERTIFY" TO AL-PARAGRAPH
  PERFORM 6120-REVIEW-ONE-SHARE THRU 6120-EXIT
    VARYING SS-CERT-IDX FROM 1 BY 1
    UNTIL SS-CERT-IDX > SS-CERT-COUNT OR SS-CERT-STOPPED
  MOVE "STORAGE" TO AL-PARAGRAPH.
6100-EXIT.
  EXIT.

6110-GATHER-NEXT-OWN-CERT.
*> The caller's share rows are contiguous under kind "S" and their
*> login; the first row of anyone else ends the walk.
  READ CERTIFICATION-FILE NEXT RECORD
    AT END
      MOVE "Y" TO CT-EOF-SWITCH
      GO TO 6110-EXIT
  END-READ
  IF CT-FILE-STATUS = "51"
    MOVE "Y" TO CT-EOF-SWITCH
    DISPLAY "The other console is working on these records -"
            " the list may be short; please try again in a moment."
    GO TO 6110-EXIT
  END-IF
  IF NOT CT-SHARE-GRANT OR CT-OWNER-LOGIN NOT = LOGIN
    MOVE "Y" TO CT-EOF-SWITCH
    GO TO 6110-EXIT
  END-IF
  IF NOT CT-STATUS-PENDING
    GO TO 6110-EXIT
  END-IF
  IF SS-CERT-COUNT < 100
    ADD 1 TO SS-CERT-COUNT
    MOVE CT-KEY      TO SS-CERT-KEY (SS-CERT-COUNT)
    MOVE CT-DUE-DATE TO SS-CERT-DUE-DATE
  ELSE
    DISPLAY "More than 100 shares to review - the rest will be"
            " offered next time."
    MOVE "Y" TO CT-EOF-SWITCH
  END-IF.
6110-EXIT.
  EXIT.

6120-REVIEW-ONE-SHARE.
  MOVE SS-CERT-KEY (SS-CERT-IDX) TO CT-KEY
  MOVE CT-ITEM-NAME     TO SS-ITEM-NAME-IN
  MOVE CT-GRANTEE-LOGIN TO SS-TARGET-LOGIN
  DISPLAY SS-ITEM-NAME-IN " shared with " SS-TARGET-LOGIN
          " ? " NO ADVANCING
  ACCEPT TMPCHOICE
  IF TMPCHOICE = "Q"
    MOVE "Y" TO SS-CERT-STOP-SWITCH
    GO TO 6120-EXIT
  END-IF
  IF TMPCHOICE NOT = "C" AND TMPCHOICE NOT = "R"
    GO TO 6120-EXIT
  END-IF

*> The share comes off first: if it is in use the row stays pending
*> and is offered again.  A share already gone still counts as
*> revoked by its owner.
  IF TMPCHOICE = "R"
    PERFORM 5910-REVOKE-ONE-SHARE THRU 5910-EXIT
    IF SS-RECORD-BUSY
      GO TO 6120-EXIT
    END-IF
  END-IF

  MOVE SS-CERT-KEY (SS-CERT-IDX) TO CT-KEY
  PERFORM 6150-MARK-CERT-ROW THRU 6150-EXIT
  IF TMPCHOICE = "C" AND SS-CERT-ROW-FOUND
    DISPLAY "Share certified."
    MOVE LOGIN           TO AL-LOGIN
    MOVE "CERTIFIED"     TO AL-OUTCOME
    MOVE SS-ITEM-NAME-IN TO SS-SHARE-DETAIL-ITEM
    MOVE SS-TARGET-LOGIN TO SS-SHARE-DETAIL-WHOM
    MOVE SS-SHARE-DETAIL TO AL-DETAIL
    PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  END-IF.
6120-EXIT.
  EXIT.

6150-MARK-CERT-ROW.
*> Caller sets CT-KEY and TMPCHOICE ("C" certify or "R" revoke).
*> SS-CERT-ROW-FOUND is left off when the row is gone (the campaign
*> was closed meanwhile) or held at the other console.
  MOVE "N" TO SS-CERT-FOUND-SWITCH
  READ CERTIFICATION-FILE
    INVALID KEY
      DISPLAY "That review is no longer open."
      GO TO 6150-EXIT
  END-READ
  PERFORM 0080-CHECK-CT-BUSY THRU 0080-EXIT
  IF SS-RECORD-BUSY
    GO TO 6150-EXIT
  END-IF
  IF NOT CT-STATUS-PENDING
    DISPLAY "That review is no longer open."
    GO TO 6150-EXIT
  END-IF
  MOVE TMPCHOICE TO CT-STATUS
  MOVE LOGIN     TO CT-DECIDED-BY
  ACCEPT CT-DECIDED-DATE FROM DATE YYYYMMDD
  REWRITE CT-RECORD
    INVALID KEY
      GO TO 6150-EXIT
  END-REWRITE
  MOVE "Y" TO SS-CERT-FOUND-SWITCH.
6150-EXIT.
  EXIT.

6200-RECORD-ITEM-READ.
*> Caller moves SS-READ-OWNER, SS-READ-ITEM and SS-READ-VIA after
*> showing the item's contents to LOGIN.  Best-effort, as the
*> RESTFILE checkpoints are: a row that cannot be written must not
*> stop the listing, but it is said on the screen.
  MOVE SPACE         TO AC-RECORD
  MOVE SS-READ-OWNER TO AC-OWNER-LOGIN
  MOVE SS-READ-ITEM  TO AC-ITEM-NAME
  ACCEPT AC-READ-DATE FROM DATE YYYYMMDD
  ACCEPT AC-READ-TIME FROM TIME
  MOVE LOGIN         TO AC-READER-LOGIN
  MOVE SS-READ-VIA   TO AC-READ-VIA
  WRITE AC-RECORD
    INVALID KEY
      CONTINUE
  END-WRITE
  IF AC-FILE-STATUS NOT = "00" AND AC-FILE-STATUS NOT = "22"
    DISPLAY "(This read of " SS-READ-ITEM " could not be recorded.)"
  END-IF.
6200-EXIT.
  EXIT.

6250-LIST-ITEM-READS.
*> Every read of the caller's items by somebody else, straight off
*> the ACCSLOG key (owner, item, date): one item or all of them,
*> optionally between two dates.
  DISPLAY "Item name (blank = all your items)? " NO ADVANCING
  MOVE SPACE TO SS-READ-ITEM-IN
  ACCEPT SS-READ-ITEM-IN
  DISPLAY "From date YYYYMMDD (blank = from the start)? "
          NO ADVANCING
  MOVE SPACE TO SS-READ-DATE-IN
  ACCEPT SS-READ-DATE-IN
  IF SS-READ-DATE-IN = SPACE
    MOVE 0 TO SS-READ-FROM-DATE
  ELSE
    IF SS-READ-DATE-IN-DATE NOT NUMERIC
      DISPLAY "Not a date - nothing listed."
      GO TO 6250-EXIT
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD (SS-READ-DATE-IN-DATE) NOT = 0
      DISPLAY "Not a date - nothing listed."
      GO TO 6250-EXIT
    END-IF
    MOVE SS-READ-DATE-IN-DATE TO SS-READ-FROM-DATE
  END-IF
  DISPLAY "To date YYYYMMDD (blank = up to today)? " NO ADVANCING
  MOVE SPACE TO SS-READ-DATE-IN
  ACCEPT SS-READ-DATE-IN
  IF SS-READ-DATE-IN = SPACE
    MOVE 99999999 TO SS-READ-TO-DATE
  ELSE
    IF SS-READ-DATE-IN-DATE NOT NUMERIC
      DISPLAY "Not a date - nothing listed."
      GO TO 6250-EXIT
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD (SS-READ-DATE-IN-DATE) NOT = 0
      DISPLAY "Not a date - nothing listed."
      GO TO 6250-EXIT
    END-IF
    MOVE SS-READ-DATE-IN-DATE TO SS-READ-TO-DATE
  END-IF

  DISPLAY "Reads of your items (date, time, reader, item):"
  MOVE 0 TO SS-READ-SHOW-COUNT
  MOVE "N" TO AC-EOF-SWITCH
  MOVE LOW-VALUES TO AC-KEY
  MOVE LOGIN TO AC-OWNER-LOGIN
  IF SS-READ-ITEM-IN NOT = SPACE
    MOVE SS-READ-ITEM-IN TO AC-ITEM-NAME
  END-IF
  START ACCESS-LOG-FILE KEY IS NOT LESS THAN AC-KEY
    INVALID KEY
      MOVE "Y" TO AC-EOF-SWITCH
  END-START
  PERFORM 6260-LIST-NEXT-READ THRU 6260-EXIT UNTIL AC-END-OF-FILE
  IF SS-READ-SHOW-COUNT = 0
    DISPLAY "Nobody else has read them."
  ELSE
    DISPLAY "Reads listed: " SS-READ-SHOW-COUNT
  END-IF.
6250-EXIT.
  EXIT.

6260-LIST-NEXT-READ.
  READ ACCESS-LOG-FILE NEXT RECORD
    AT END
      MOVE "Y" TO AC-EOF-SWITCH
      GO TO 6260-EXIT
  END-READ
*> Rows are only ever added, so a held one is the other console
*> writing it this instant - end the list rather than spin on it.
  IF AC-FILE-STATUS = "51"
    MOVE "Y" TO AC-EOF-SWITCH
    DISPLAY "The other console is working on these records -"
            " the list may be short; please try again in a moment."
    GO TO 6260-EXIT
  END-IF
  IF AC-OWNER-LOGIN NOT = LOGIN
    MOVE "Y" TO AC-EOF-SWITCH
    GO TO 6260-EXIT
  END-IF
  IF SS-READ-ITEM-IN NOT = SPACE
     AND AC-ITEM-NAME NOT = SS-READ-ITEM-IN
    MOVE "Y" TO AC-EOF-SWITCH
    GO TO 6260-EXIT
  END-IF
  IF AC-READ-DATE < SS-READ-FROM-DATE
     OR AC-READ-DATE > SS-READ-TO-DATE
    GO TO 6260-EXIT
  END-IF
  ADD 1 TO SS-READ-SHOW-COUNT
  IF AC-VIA-ADMIN
    DISPLAY AC-READ-DATE " " AC-READ-TIME " " AC-READER-LOGIN " "
            AC-ITEM-NAME " (every-owner listing)"
  ELSE
    DISPLAY AC-READ-DATE " " AC-READ-TIME " " AC-READER-LOGIN " "
            AC-ITEM-NAME
  END-IF.
6260-EXIT.
  EXIT.

6000-STORAGE-ITEM-HISTORY.
  MOVE SJ-TIME   TO SS-HIST-TIME (SS-HIST-COUNT)
  IF SJ-ACTION-DELETE
    MOVE SJ-BEFORE-IMAGE (42:60) TO SS-HIST-CONTENTS (SS-HIST-COUNT)
    MOVE SJ-BEFORE-IMAGE (102:2) TO SS-HIST-KEY-GEN (SS-HIST-COUNT)
    MOVE SJ-BEFORE-IMAGE (104:8) TO SS-HIST-KEEP-UNTIL (SS-HIST-COUNT)
  ELSE
    MOVE SJ-AFTER-IMAGE (42:60)  TO SS-HIST-CONTENTS (SS-HIST-COUNT)
    MOVE SJ-AFTER-IMAGE (102:2)  TO SS-HIST-KEY-GEN (SS-HIST-COUNT)
    MOVE SJ-AFTER-IMAGE (104:8)  TO SS-HIST-KEEP-UNTIL (SS-HIST-COUNT)
  END-IF
  IF SS-HIST-KEEP-UNTIL (SS-HIST-COUNT) NOT NUMERIC
    MOVE 0 TO SS-HIST-KEEP-UNTIL (SS-HIST-COUNT)
  END-IF.
6010-EXIT.
  EXIT.
*> The journal images carry the contents as stored - enciphered -
*> so the listing deciphers for the owner's eyes only.
  MOVE SS-HIST-CONTENTS (SS-HIST-IDX) TO SC-TEXT
  MOVE SS-HIST-KEY-GEN (SS-HIST-IDX)  TO SC-KEY-GEN
  PERFORM 9820-DECIPHER-CONTENTS THRU 9820-EXIT
  IF SS-HIST-ACTION (SS-HIST-IDX) = "DEL"
    DISPLAY SS-HIST-IDX ". " SS-HIST-DATE (SS-HIST-IDX) " "
*> continuation segments are collected first from the journal rows
*> sharing its action stamp, then the current segments are swapped
*> for them.  The restore is a storage action like any other, so it
*> is journaled and audited.  The version goes back enciphered under
*> the current key, whatever generation it was journaled under, so
*> a restore never puts an old generation back on STORFILE.  A
*> restore over the live item keeps the item's keep-until date; an
*> undelete takes the version's, and is refused once that date has
*> passed - STOREXP has already removed the item for good.
  MOVE SS-HIST-ACTION (SS-HIST-PICK) TO SS-HIST-PICK-ACTION
  MOVE SS-HIST-DATE (SS-HIST-PICK)   TO SS-HIST-PICK-DATE
  MOVE SS-HIST-TIME (SS-HIST-PICK)   TO SS-HIST-PICK-TIME
  PERFORM 6040-COLLECT-RESTORE-SEGMENTS THRU 6040-EXIT
  PERFORM 5090-RELOAD-CIPHER-KEYS THRU 5090-EXIT
  IF SC-CURRENT-GEN = 0
    GO TO 6050-EXIT
  END-IF
  PERFORM 6060-REKEY-RESTORE-VERSION THRU 6060-EXIT
  IF SC-KEY-MISSING
    DISPLAY "That version was written under a retired key and "
            "cannot be restored."
    GO TO 6050-EXIT
  END-IF
  PERFORM 9575-STAMP-SF-ACTION THRU 9575-EXIT
  MOVE LOGIN           TO SF-OWNER-LOGIN
  MOVE SS-ITEM-NAME-IN TO SF-ITEM-NAME
  MOVE SPACE           TO SF-GRANTEE-LOGIN
  ACCEPT SS-TODAY-DATE FROM DATE YYYYMMDD
  READ STORAGE-FILE
    INVALID KEY
      IF SS-HIST-KEEP-UNTIL (SS-HIST-PICK) > 0
         AND SS-HIST-KEEP-UNTIL (SS-HIST-PICK) NOT > SS-TODAY-DATE
        DISPLAY "That item was kept until "
                SS-HIST-KEEP-UNTIL (SS-HIST-PICK)
                " and cannot be brought back."
        GO TO 6050-EXIT
      END-IF
      MOVE LOGIN           TO SF-OWNER-LOGIN
      MOVE SS-ITEM-NAME-IN TO SF-ITEM-NAME
      MOVE SPACE           TO SF-GRANTEE-LOGIN
      MOVE "I"             TO SF-REC-TYPE
      MOVE SS-HIST-CONTENTS (SS-HIST-PICK) TO SF-CONTENTS
      MOVE SS-HIST-KEY-GEN (SS-HIST-PICK)  TO SF-KEY-GEN
      MOVE SS-HIST-KEEP-UNTIL (SS-HIST-PICK) TO SF-KEEP-UNTIL
      WRITE SF-RECORD
        INVALID KEY
          DISPLAY "Could not restore that item."
    NOT INVALID KEY
      MOVE SF-RECORD TO SS-SF-SAVED-RECORD
      MOVE SS-HIST-CONTENTS (SS-HIST-PICK) TO SF-CONTENTS
      MOVE SS-HIST-KEY-GEN (SS-HIST-PICK)  TO SF-KEY-GEN
      REWRITE SF-RECORD
        INVALID KEY
          DISPLAY "Could not restore that item."
  DISPLAY "Version " SS-HIST-PICK " restored."
  MOVE "RESTORED"       TO AL-OUTCOME
  MOVE SS-ITEM-NAME-IN  TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  MOVE "was restored"   TO SS-MSG-ITEM-WHAT
  MOVE "RESTORED"       TO SS-MSG-SUBJECT
  MOVE LOGIN            TO SS-MSG-RECIPIENT
  PERFORM 6090-SEND-ITEM-MESSAGE THRU 6090-EXIT
  PERFORM 6080-MESSAGE-ITEM-GRANTEES THRU 6080-EXIT.
6050-EXIT.
  EXIT.

6060-REKEY-RESTORE-VERSION.
*> Deciphers the chosen version and its segments under their own
*> generations and enciphers them again under the current one.
*> SC-KEY-MISSING comes back set if any part cannot be read, and
*> nothing has then been written.
  MOVE SS-HIST-CONTENTS (SS-HIST-PICK) TO SC-TEXT
  MOVE SS-HIST-KEY-GEN (SS-HIST-PICK)  TO SC-KEY-GEN
  PERFORM 9820-DECIPHER-CONTENTS THRU 9820-EXIT
  IF SC-KEY-MISSING
    GO TO 6060-EXIT
  END-IF
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT    TO SS-HIST-CONTENTS (SS-HIST-PICK)
  MOVE SC-KEY-GEN TO SS-HIST-KEY-GEN (SS-HIST-PICK)
  PERFORM 6065-REKEY-RESTORE-SEGMENT THRU 6065-EXIT
    VARYING SS-SEG-IDX FROM 1 BY 1
    UNTIL SS-SEG-IDX > 9 OR SC-KEY-MISSING.
6060-EXIT.
  EXIT.

6065-REKEY-RESTORE-SEGMENT.
  IF SS-RSEG-PRESENT (SS-SEG-IDX) NOT = "Y"
    GO TO 6065-EXIT
  END-IF
  MOVE SS-RSEG-CONTENTS (SS-SEG-IDX) TO SC-TEXT
  MOVE SS-RSEG-KEY-GEN (SS-SEG-IDX)  TO SC-KEY-GEN
  PERFORM 9820-DECIPHER-CONTENTS THRU 9820-EXIT
  IF SC-KEY-MISSING
    GO TO 6065-EXIT
  END-IF
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT    TO SS-RSEG-CONTENTS (SS-SEG-IDX)
  MOVE SC-KEY-GEN TO SS-RSEG-KEY-GEN (SS-SEG-IDX).
6065-EXIT.
  EXIT.

6040-COLLECT-RESTORE-SEGMENTS.
*> The journal rows of one action share one stamp, so the segments
*> belonging to the chosen version are exactly the "#nn" rows with
    IF SS-HIST-PICK-ACTION = "DEL"
      MOVE "Y" TO SS-RSEG-PRESENT (SS-SEG-IDX)
      MOVE SJ-BEFORE-IMAGE (42:60) TO SS-RSEG-CONTENTS (SS-SEG-IDX)
      MOVE SJ-BEFORE-IMAGE (102:2) TO SS-RSEG-KEY-GEN (SS-SEG-IDX)
    ELSE
      MOVE SPACE TO SS-RSEG-ENTRY (SS-SEG-IDX)
    END-IF
  ELSE
    MOVE "Y" TO SS-RSEG-PRESENT (SS-SEG-IDX)
    MOVE SJ-AFTER-IMAGE (42:60) TO SS-RSEG-CONTENTS (SS-SEG-IDX)
    MOVE SJ-AFTER-IMAGE (102:2) TO SS-RSEG-KEY-GEN (SS-SEG-IDX)
  END-IF.
6045-EXIT.
  EXIT.
  MOVE SS-SEG-TAG      TO SF-GRANTEE-LOGIN
  MOVE "C"             TO SF-REC-TYPE
  MOVE SS-RSEG-CONTENTS (SS-SEG-IDX) TO SF-CONTENTS
  MOVE SS-RSEG-KEY-GEN (SS-SEG-IDX)  TO SF-KEY-GEN
  MOVE 0                             TO SF-KEEP-UNTIL
  WRITE SF-RECORD
    INVALID KEY
      DISPLAY "Could not restore part of the contents."
6075-EXIT.
  EXIT.

6080-MESSAGE-ITEM-GRANTEES.
*> A restore changes what every grantee of the item sees, so each
*> is told as well.  The share rows follow the item and its "#nn"
*> segments on the key; the caller has set up SS-MSG-ITEM-WHAT and
*> SS-MSG-SUBJECT.
  MOVE "N" TO SF-EOF-SWITCH
  MOVE LOGIN           TO SF-OWNER-LOGIN
  MOVE SS-ITEM-NAME-IN TO SF-ITEM-NAME
  MOVE SPACE           TO SF-GRANTEE-LOGIN
  START STORAGE-FILE KEY IS GREATER THAN SF-KEY
    INVALID KEY
      GO TO 6080-EXIT
  END-START
  PERFORM 6085-MESSAGE-NEXT-GRANTEE THRU 6085-EXIT
    UNTIL SF-END-OF-FILE.
6080-EXIT.
  EXIT.

6085-MESSAGE-NEXT-GRANTEE.
  READ STORAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO SF-EOF-SWITCH
      GO TO 6085-EXIT
  END-READ
  IF SF-FILE-STATUS = "51"
    MOVE "Y" TO SF-EOF-SWITCH
    GO TO 6085-EXIT
  END-IF
  IF SF-OWNER-LOGIN NOT = LOGIN
     OR SF-ITEM-NAME NOT = SS-ITEM-NAME-IN
    MOVE "Y" TO SF-EOF-SWITCH
    GO TO 6085-EXIT
  END-IF
  IF SF-SHARE-RECORD
    MOVE SF-GRANTEE-LOGIN TO SS-MSG-RECIPIENT
    PERFORM 6090-SEND-ITEM-MESSAGE THRU 6090-EXIT
  END-IF.
6085-EXIT.
  EXIT.

6090-SEND-ITEM-MESSAGE.
*> "<caller>'s item <SS-ITEM-NAME-IN> <SS-MSG-ITEM-WHAT>" to
*> SS-MSG-RECIPIENT under SS-MSG-SUBJECT.
  MOVE SPACE            TO MG-RECORD
  MOVE SS-MSG-RECIPIENT TO MG-RECIPIENT
  MOVE LOGIN            TO MG-SENDER
  MOVE SS-MSG-SUBJECT   TO MG-SUBJECT
  MOVE LOGIN            TO SS-MSG-ITEM-OWNER
  MOVE SS-ITEM-NAME-IN  TO SS-MSG-ITEM-NAME
  MOVE SS-MSG-ITEM-TEXT TO MG-TEXT
  PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT.
6090-EXIT.
  EXIT.

REQUEST-VIP.
*> Self-service request for storage access: a logged-in non-VIP
*> files a justification into the VIPREQ queue for the
  EXIT.

VIP-ADMIN.
*> Open to any operator with an OPERAUTH row; each operator is
*> offered - and allowed - only the options their row holds.
  MOVE LOGIN     TO AL-LOGIN
  MOVE "VIPADMIN" TO AL-PARAGRAPH
  PERFORM 8000-LOAD-CALLER-AUTHORITY THRU 8000-EXIT
  IF SS-CALLER-OPTIONS = SPACE
    DISPLAY "You are not allowed!"
    MOVE "DENIED"  TO AL-OUTCOME
    MOVE "caller holds no authority" TO AL-DETAIL
    PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
    GO TO END-VIP-ADMIN
  END-IF

  PERFORM 8020-OFFER-HELD-OPTIONS THRU 8020-EXIT
  DISPLAY "? " NO ADVANCING
  ACCEPT TMPCHOICE
  PERFORM 2300-CHECK-SESSION THRU 2300-EXIT
  IF SS-SESSION-ENDED
    GO TO END-VIP-ADMIN
  END-IF

  MOVE TMPCHOICE TO SS-OPTION-WANTED
  PERFORM 8010-CHECK-OPTION-HELD THRU 8010-EXIT
  IF NOT SS-OPTION-HELD
    DISPLAY "You are not allowed!"
    MOVE "DENIED"  TO AL-OUTCOME
    MOVE TMPCHOICE TO SS-DENY-OPTION-LETTER
    MOVE SS-DENY-OPTION-DETAIL TO AL-DETAIL
    PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
    GO TO END-VIP-ADMIN
  END-IF
  MOVE LOGIN     TO SS-OPER-DETAIL-WHO

  IF TMPCHOICE = "A"
    PERFORM 8300-MAINTAIN-OPERATORS THRU 8300-EXIT
    GO TO END-VIP-ADMIN
  END-IF

  IF TMPCHOICE = "S"
    PERFORM 8400-MAINTAIN-PARAMETERS THRU 8400-EXIT
    GO TO END-VIP-ADMIN
  END-IF

  IF TMPCHOICE = "X"
    PERFORM 9600-EXPORT-PASSWORDS THRU 9600-EXIT
    MOVE "EXPORT" TO AL-OUTCOME
    MOVE "hash export by" TO SS-OPER-DETAIL-TEXT
    MOVE SS-OPER-DETAIL TO AL-DETAIL
    PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
    GO TO END-VIP-ADMIN
  END-IF
    GO TO END-VIP-ADMIN
  END-IF

  IF TMPCHOICE = "C"
    PERFORM 8500-CERTIFY-VIP-HOLDERS THRU 8500-EXIT
    GO TO END-VIP-ADMIN
  END-IF

  DISPLAY "Login to act on: " NO ADVANCING
  ACCEPT TMPLOGIN
  MOVE TMPLOGIN TO UM-LOGIN
      DISPLAY "VIP granted to " UM-LOGIN "."
      MOVE UM-LOGIN TO AL-LOGIN
      MOVE "GRANTED" TO AL-OUTCOME
      MOVE "approved by" TO SS-OPER-DETAIL-TEXT
      MOVE SS-OPER-DETAIL TO AL-DETAIL
      PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
    WHEN "R"
      MOVE 0 TO UM-VIP
      DISPLAY "VIP revoked from " UM-LOGIN "."
      MOVE UM-LOGIN TO AL-LOGIN
      MOVE "REVOKED" TO AL-OUTCOME
      MOVE "approved by" TO SS-OPER-DETAIL-TEXT
      MOVE SS-OPER-DETAIL TO AL-DETAIL
      PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
    WHEN "L"
      DISPLAY "Login: " UM-LOGIN
      DISPLAY "About: " UM-ABOUT
      MOVE UM-LOGIN TO AL-LOGIN
      MOVE "LOOKUP" TO AL-OUTCOME
      MOVE "viewed by" TO SS-OPER-DETAIL-TEXT
      MOVE SS-OPER-DETAIL TO AL-DETAIL
      PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
    WHEN "U"
      MOVE 0   TO UM-FAILED-ATTEMPTS
      DISPLAY "Account " UM-LOGIN " unlocked."
      MOVE UM-LOGIN TO AL-LOGIN
      MOVE "UNLOCKED" TO AL-OUTCOME
      MOVE "approved by" TO SS-OPER-DETAIL-TEXT
      MOVE SS-OPER-DETAIL TO AL-DETAIL
      PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
    WHEN "P"
      DISPLAY "Temporary password: " NO ADVANCING
        DISPLAY "Temporary password set for " UM-LOGIN "."
        MOVE UM-LOGIN TO AL-LOGIN
        MOVE "PWRESET" TO AL-OUTCOME
        MOVE "temp password by" TO SS-OPER-DETAIL-TEXT
        MOVE SS-OPER-DETAIL TO AL-DETAIL
        PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
        MOVE SPACE     TO MG-RECORD
        MOVE UM-LOGIN  TO MG-RECIPIENT
        MOVE LOGIN     TO MG-SENDER
        MOVE "PWRESET" TO MG-SUBJECT
        MOVE "An operator reset your password to a temporary one."
                       TO MG-TEXT
        PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT
      END-IF
    WHEN "D"
      IF UM-LOGIN = "admin"
        DISPLAY "Account " UM-LOGIN " disabled."
        MOVE UM-LOGIN TO AL-LOGIN
        MOVE "DISABLED" TO AL-OUTCOME
        MOVE "approved by" TO SS-OPER-DETAIL-TEXT
        MOVE SS-OPER-DETAIL TO AL-DETAIL
        PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
      END-IF
    WHEN "K"
      IF UM-ITEM-QUOTA NUMERIC AND UM-ITEM-QUOTA > 0
        DISPLAY "Current storage quota: " UM-ITEM-QUOTA
      ELSE
        MOVE PM-ITEM-QUOTA TO SS-QUOTA-IN
        DISPLAY "Current storage quota: standard tier ("
                SS-QUOTA-IN ")"
      END-IF
      DISPLAY "New quota (1-99 items): " NO ADVANCING
      ACCEPT SS-QUOTA-IN
                UM-ITEM-QUOTA "."
        MOVE UM-LOGIN TO AL-LOGIN
        MOVE "QUOTASET" TO AL-OUTCOME
        MOVE "quota set by" TO SS-OPER-DETAIL-TEXT
        MOVE SS-OPER-DETAIL TO AL-DETAIL
        PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
        MOVE SPACE         TO MG-RECORD
        MOVE UM-LOGIN      TO MG-RECIPIENT
        MOVE LOGIN         TO MG-SENDER
        MOVE "QUOTASET"    TO MG-SUBJECT
        MOVE UM-ITEM-QUOTA TO SS-MSG-QUOTA
        MOVE SS-MSG-QUOTA-TEXT TO MG-TEXT
        PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT
      END-IF
    WHEN OTHER
      DISPLAY "Unknown option."
8100-DELETE-ACCOUNT.
*> Removes the account and everything that carries its login: the
*> STORFILE records it owns or is a share grantee of, any RESTFILE
*> checkpoint, VIPREQ, OPERAUTH, SESSFILE and MSGFILE rows, and last
*> the master record itself - so a run that
*> dies part-way leaves an account the administrator can simply
*> delete again, never records nobody can reach.
  PERFORM 9575-STAMP-SF-ACTION THRU 9575-EXIT
    INVALID KEY
      CONTINUE
  END-DELETE
*> Nor may a deleted login keep operator authority that a later
*> account of the same name would silently inherit.
  MOVE TMPLOGIN TO OA-LOGIN
  DELETE OPERATOR-AUTH-FILE
    INVALID KEY
      CONTINUE
  END-DELETE
*> A session still signed on under the login ends at its next input.
  MOVE TMPLOGIN TO SN-LOGIN
  DELETE ACTIVE-SESSION-FILE
    INVALID KEY
      CONTINUE
  END-DELETE
  MOVE TMPLOGIN TO SS-MSG-RECIPIENT
  MOVE SPACE    TO SS-MSG-MOVE-TO
  PERFORM 4092-MOVE-MESSAGE-ROWS THRU 4092-EXIT
  MOVE TMPLOGIN TO UM-LOGIN
  DELETE USER-MASTER-FILE
    INVALID KEY
      DISPLAY "Account " TMPLOGIN " deleted."
      MOVE TMPLOGIN TO AL-LOGIN
      MOVE "DELETED" TO AL-OUTCOME
      MOVE "account removed by" TO SS-OPER-DETAIL-TEXT
      MOVE SS-OPER-DETAIL TO AL-DETAIL
      PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  END-DELETE.
8100-EXIT.
  MOVE TMPLOGIN TO AL-LOGIN
  MOVE "VIPREQ"   TO AL-PARAGRAPH
  MOVE "APPROVED" TO AL-OUTCOME
  MOVE "request approved by" TO SS-OPER-DETAIL-TEXT
  MOVE SS-OPER-DETAIL TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  MOVE "VIPADMIN" TO AL-PARAGRAPH.
8250-EXIT.
  MOVE "VIPADMIN" TO AL-PARAGRAPH.
8270-EXIT.
  EXIT.

8500-CERTIFY-VIP-HOLDERS.
*> The operators' part of an access certification campaign: each
*> VIP holder still pending review is put to the operator in turn
*> to certify or revoke, the revoke being the same record change
*> option R makes.  Nobody may certify their own VIP - a second
*> operator has to, the way option A keeps anyone off their own
*> OPERAUTH row.
  MOVE 0   TO SS-CERT-COUNT
  MOVE "N" TO CT-EOF-SWITCH
  MOVE "V"        TO CT-KIND
  MOVE LOW-VALUES TO CT-OWNER-LOGIN
  MOVE LOW-VALUES TO CT-ITEM-NAME
  MOVE LOW-VALUES TO CT-GRANTEE-LOGIN
  START CERTIFICATION-FILE KEY IS NOT LESS THAN CT-KEY
    INVALID KEY
      MOVE "Y" TO CT-EOF-SWITCH
  END-START
  PERFORM 8510-GATHER-NEXT-VIP-CERT THRU 8510-EXIT
    UNTIL CT-END-OF-FILE
  IF SS-CERT-COUNT = 0
    DISPLAY "No VIP holders await access review."
    GO TO 8500-EXIT
  END-IF

  MOVE SS-CERT-COUNT TO SS-CERT-SHOW-COUNT
  DISPLAY SS-CERT-SHOW-COUNT " VIP holders await review, due "
          SS-CERT-DUE-DATE "."
  DISPLAY "C - Certify (keep).  R - Revoke VIP.  Q - Stop."
  DISPLAY "Blank leaves the holder for later."
  MOVE "N" TO SS-CERT-STOP-SWITCH
  PERFORM 8520-REVIEW-ONE-VIP-HOLDER THRU 8520-EXIT
    VARYING SS-CERT-IDX FROM 1 BY 1
    UNTIL SS-CERT-IDX > SS-CERT-COUNT OR SS-CERT-STOPPED
  MOVE "VIPADMIN" TO AL-PARAGRAPH.
8500-EXIT.
  EXIT.

8510-GATHER-NEXT-VIP-CERT.
  READ CERTIFICATION-FILE NEXT RECORD
    AT END
      MOVE "Y" TO CT-EOF-SWITCH
      GO TO 8510-EXIT
  END-READ
  IF CT-FILE-STATUS = "51"
    MOVE "Y" TO CT-EOF-SWITCH
    DISPLAY "The other console is working on these records -"
            " the list may be short; please try again in a moment."
    GO TO 8510-EXIT
  END-IF
  IF NOT CT-VIP-HOLDER
    MOVE "Y" TO CT-EOF-SWITCH
    GO TO 8510-EXIT
  END-IF
  IF NOT CT-STATUS-PENDING
    GO TO 8510-EXIT
  END-IF
  IF SS-CERT-COUNT < 100
    ADD 1 TO SS-CERT-COUNT
    MOVE CT-KEY      TO SS-CERT-KEY (SS-CERT-COUNT)
    MOVE CT-DUE-DATE TO SS-CERT-DUE-DATE
  ELSE
    DISPLAY "More than 100 holders to review - the rest will be"
            " offered next time."
    MOVE "Y" TO CT-EOF-SWITCH
  END-IF.
8510-EXIT.
  EXIT.

8520-REVIEW-ONE-VIP-HOLDER.
  MOVE SS-CERT-KEY (SS-CERT-IDX) TO CT-KEY
  MOVE CT-OWNER-LOGIN TO TMPLOGIN
  IF TMPLOGIN = LOGIN
    DISPLAY TMPLOGIN " - your own VIP; another operator must"
            " review it."
    GO TO 8520-EXIT
  END-IF
  DISPLAY TMPLOGIN " ? " NO ADVANCING
  ACCEPT TMPCHOICE
  IF TMPCHOICE = "Q"
    MOVE "Y" TO SS-CERT-STOP-SWITCH
    GO TO 8520-EXIT
  END-IF
  IF TMPCHOICE NOT = "C" AND TMPCHOICE NOT = "R"
    GO TO 8520-EXIT
  END-IF

*> As with a share, the VIP comes off before the row is marked, so
*> a master record in use leaves the holder pending.  A login gone
*> from the master, or no longer VIP, has nothing left to revoke.
  IF TMPCHOICE = "R"
    MOVE TMPLOGIN TO UM-LOGIN
    READ USER-MASTER-FILE
      INVALID KEY
        MOVE SPACE TO UM-LOGIN
    END-READ
    PERFORM 0075-CHECK-UM-BUSY THRU 0075-EXIT
    IF SS-RECORD-BUSY
      GO TO 8520-EXIT
    END-IF
    IF UM-LOGIN = TMPLOGIN AND UM-VIP = 1
      MOVE UM-RECORD TO SS-UM-SAVED-RECORD
      MOVE 0 TO UM-VIP
      REWRITE UM-RECORD
      PERFORM 9565-JOURNAL-UM-REWRITE THRU 9565-EXIT
      DISPLAY "VIP revoked from " UM-LOGIN "."
      MOVE UM-LOGIN  TO AL-LOGIN
      MOVE "VIPADMIN" TO AL-PARAGRAPH
      MOVE "REVOKED" TO AL-OUTCOME
      MOVE "revoked at review by" TO SS-OPER-DETAIL-TEXT
      MOVE SS-OPER-DETAIL TO AL-DETAIL
      PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
      MOVE SPACE     TO MG-RECORD
      MOVE UM-LOGIN  TO MG-RECIPIENT
      MOVE LOGIN     TO MG-SENDER
      MOVE "VIP"     TO MG-SUBJECT
      MOVE "Your VIP access was revoked at an access review."
                     TO MG-TEXT
      PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT
    END-IF
  END-IF

  MOVE SS-CERT-KEY (SS-CERT-IDX) TO CT-KEY
  PERFORM 6150-MARK-CERT-ROW THRU 6150-EXIT
  IF TMPCHOICE = "C" AND SS-CERT-ROW-FOUND
    DISPLAY "VIP certified for " TMPLOGIN "."
    MOVE TMPLOGIN    TO AL-LOGIN
    MOVE "CERTIFY"   TO AL-PARAGRAPH
    MOVE "CERTIFIED" TO AL-OUTCOME
    MOVE "VIP certified by" TO SS-OPER-DETAIL-TEXT
    MOVE SS-OPER-DETAIL TO AL-DETAIL
    PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  END-IF.
8520-EXIT.
  EXIT.

8000-LOAD-CALLER-AUTHORITY.
*> Copies the caller's OPERAUTH row into SS-CALLER-OPTIONS and the
*> view-all switch.  No row (or nobody logged in) means no
*> authority at all.  Read fresh on every use, so a change made
*> from the other console takes effect at once.
  MOVE SPACE TO SS-CALLER-OPTIONS
  MOVE "N"   TO SS-CALLER-VIEW-ALL-SWITCH
  IF LOGIN = SPACE
    GO TO 8000-EXIT
  END-IF
  MOVE LOGIN TO OA-LOGIN
  READ OPERATOR-AUTH-FILE
    INVALID KEY
      GO TO 8000-EXIT
  END-READ
  PERFORM 0079-CHECK-OA-BUSY THRU 0079-EXIT
  IF SS-RECORD-BUSY
    GO TO 8000-EXIT
  END-IF
  MOVE OA-OPTIONS         TO SS-CALLER-OPTIONS
  MOVE OA-VIEW-ALL-SWITCH TO SS-CALLER-VIEW-ALL-SWITCH.
8000-EXIT.
  EXIT.

8010-CHECK-OPTION-HELD.
*> Sets SS-OPTION-HELD when the letter in SS-OPTION-WANTED is one
*> of the caller's OPERAUTH options.
  MOVE "N" TO SS-OPTION-HELD-SWITCH
  IF SS-OPTION-WANTED = SPACE
    GO TO 8010-EXIT
  END-IF
  MOVE 0 TO SS-OPTION-TALLY
  INSPECT SS-CALLER-OPTIONS TALLYING SS-OPTION-TALLY
    FOR ALL SS-OPTION-WANTED
  IF SS-OPTION-TALLY > 0
    MOVE "Y" TO SS-OPTION-HELD-SWITCH
  END-IF.
8010-EXIT.
  EXIT.

8020-OFFER-HELD-OPTIONS.
  PERFORM 8025-OFFER-ONE-OPTION THRU 8025-EXIT
    VARYING SS-MENU-IDX FROM 1 BY 1
    UNTIL SS-MENU-IDX > SS-ADMIN-MENU-COUNT.
8020-EXIT.
  EXIT.

8025-OFFER-ONE-OPTION.
  MOVE SS-ADMIN-MENU-LETTER (SS-MENU-IDX) TO SS-OPTION-WANTED
  PERFORM 8010-CHECK-OPTION-HELD THRU 8010-EXIT
  IF SS-OPTION-HELD
    DISPLAY SS-ADMIN-MENU-LETTER (SS-MENU-IDX) " - "
            SS-ADMIN-MENU-TEXT (SS-MENU-IDX)
  END-IF.
8025-EXIT.
  EXIT.

8300-MAINTAIN-OPERATORS.
*> Lists the operators on file, then sets or removes one login's
*> authority.  Nobody may change their own row - a second operator
*> holding option A has to do it - so no single operator can widen
*> their own reach.  Every change is audited under OPERAUTH with
*> the options now held and the operator who made the change.
  DISPLAY "Operators on file:"
  MOVE 0 TO SS-OPERATOR-COUNT
  MOVE "N" TO OA-EOF-SWITCH
  MOVE LOW-VALUES TO OA-LOGIN
  START OPERATOR-AUTH-FILE KEY IS NOT LESS THAN OA-LOGIN
    INVALID KEY
      MOVE "Y" TO OA-EOF-SWITCH
  END-START
  PERFORM 8310-LIST-NEXT-OPERATOR THRU 8310-EXIT
    UNTIL OA-END-OF-FILE
  IF SS-OPERATOR-COUNT = 0
    DISPLAY "  (none)"
  END-IF

  DISPLAY "Operator login to set (blank = none)? " NO ADVANCING
  ACCEPT TMPLOGIN
  IF TMPLOGIN = SPACE
    GO TO 8300-EXIT
  END-IF
  MOVE TMPLOGIN   TO AL-LOGIN
  MOVE "OPERAUTH" TO AL-PARAGRAPH
  IF TMPLOGIN = LOGIN
    DISPLAY "You may not change your own authority."
    MOVE "DENIED" TO AL-OUTCOME
    MOVE "own authority change refused" TO AL-DETAIL
    PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
    GO TO 8300-EXIT
  END-IF
  MOVE TMPLOGIN TO UM-LOGIN
  READ USER-MASTER-FILE
    INVALID KEY
      DISPLAY "No such login."
      GO TO 8300-EXIT
  END-READ
  PERFORM 0075-CHECK-UM-BUSY THRU 0075-EXIT
  IF SS-RECORD-BUSY
    GO TO 8300-EXIT
  END-IF

  MOVE TMPLOGIN TO OA-LOGIN
  READ OPERATOR-AUTH-FILE
    INVALID KEY
      MOVE TMPLOGIN TO OA-LOGIN
      MOVE SPACE    TO OA-ROLE-NAME
      MOVE SPACE    TO OA-OPTIONS
      MOVE "N"      TO OA-VIEW-ALL-SWITCH
    NOT INVALID KEY
      DISPLAY "Currently: role " OA-ROLE-NAME " options " OA-OPTIONS
              " view-all " OA-VIEW-ALL-SWITCH
  END-READ
  PERFORM 0079-CHECK-OA-BUSY THRU 0079-EXIT
  IF SS-RECORD-BUSY
    GO TO 8300-EXIT
  END-IF

  DISPLAY "Options held, as letters (blank = no authority): "
          NO ADVANCING
  ACCEPT SS-OPTIONS-IN
  IF SS-OPTIONS-IN = SPACE
    PERFORM 8350-REMOVE-OPERATOR THRU 8350-EXIT
    GO TO 8300-EXIT
  END-IF
  PERFORM 8380-VALIDATE-OPTIONS THRU 8380-EXIT
  IF SS-OPTION-BAD
    DISPLAY "Unknown option letter - nothing changed."
    GO TO 8300-EXIT
  END-IF
  DISPLAY "Role name (e.g. HELPDESK, SECURITY): " NO ADVANCING
  ACCEPT SS-ROLE-IN
  DISPLAY "May see every owner's storage? [Y/N]: " NO ADVANCING
  ACCEPT TMPCHOICE

  MOVE SS-ROLE-IN    TO OA-ROLE-NAME
  MOVE SS-OPTIONS-IN TO OA-OPTIONS
  IF TMPCHOICE = "Y"
    MOVE "Y" TO OA-VIEW-ALL-SWITCH
  ELSE
    MOVE "N" TO OA-VIEW-ALL-SWITCH
  END-IF
  MOVE LOGIN TO OA-GRANTED-BY
  ACCEPT OA-GRANTED-DATE FROM DATE YYYYMMDD
  REWRITE OA-RECORD
    INVALID KEY
      WRITE OA-RECORD
        INVALID KEY
          DISPLAY "Could not record that authority."
          GO TO 8300-EXIT
      END-WRITE
  END-REWRITE
  DISPLAY "Authority for " TMPLOGIN " set to " OA-OPTIONS "."
  MOVE "AUTHSET"     TO AL-OUTCOME
  MOVE OA-OPTIONS    TO SS-AUTH-DETAIL-OPTIONS
  MOVE LOGIN         TO SS-AUTH-DETAIL-WHO
  MOVE SS-AUTH-DETAIL TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
8300-EXIT.
  EXIT.

8310-LIST-NEXT-OPERATOR.
  READ OPERATOR-AUTH-FILE NEXT RECORD
    AT END
      MOVE "Y" TO OA-EOF-SWITCH
    NOT AT END
      ADD 1 TO SS-OPERATOR-COUNT
      DISPLAY "  " OA-LOGIN " " OA-ROLE-NAME " " OA-OPTIONS
              " view-all " OA-VIEW-ALL-SWITCH
              " set by " OA-GRANTED-BY " " OA-GRANTED-DATE
  END-READ
  IF OA-FILE-STATUS = "51"
    MOVE "Y" TO OA-EOF-SWITCH
    DISPLAY "The other console is working on these records -"
            " the list may be short; please try again in a moment."
  END-IF.
8310-EXIT.
  EXIT.

8350-REMOVE-OPERATOR.
  MOVE TMPLOGIN TO OA-LOGIN
  DELETE OPERATOR-AUTH-FILE
    INVALID KEY
      DISPLAY TMPLOGIN " holds no authority - nothing changed."
      GO TO 8350-EXIT
  END-DELETE
  DISPLAY "Authority for " TMPLOGIN " removed."
  MOVE "AUTHDEL"     TO AL-OUTCOME
  MOVE SPACE         TO SS-AUTH-DETAIL-OPTIONS
  MOVE LOGIN         TO SS-AUTH-DETAIL-WHO
  MOVE SS-AUTH-DETAIL TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
8350-EXIT.
  EXIT.

8380-VALIDATE-OPTIONS.
*> Every non-blank letter typed must be one of the menu's options.
  MOVE "N" TO SS-OPTION-BAD-SWITCH
  PERFORM 8385-VALIDATE-ONE-LETTER THRU 8385-EXIT
    VARYING SS-OPT-IDX FROM 1 BY 1 UNTIL SS-OPT-IDX > 20.
8380-EXIT.
  EXIT.

8385-VALIDATE-ONE-LETTER.
  IF SS-OPTIONS-IN (SS-OPT-IDX:1) = SPACE
    GO TO 8385-EXIT
  END-IF
  MOVE "N" TO SS-OPTION-HELD-SWITCH
  PERFORM 8390-MATCH-MENU-LETTER THRU 8390-EXIT
    VARYING SS-MENU-IDX FROM 1 BY 1
    UNTIL SS-MENU-IDX > SS-ADMIN-MENU-COUNT
  IF NOT SS-OPTION-HELD
    MOVE "Y" TO SS-OPTION-BAD-SWITCH
  END-IF.
8385-EXIT.
  EXIT.

8390-MATCH-MENU-LETTER.
  IF SS-OPTIONS-IN (SS-OPT-IDX:1) = SS-ADMIN-MENU-LETTER (SS-MENU-IDX)
    MOVE "Y" TO SS-OPTION-HELD-SWITCH
  END-IF.
8390-EXIT.
  EXIT.

8400-MAINTAIN-PARAMETERS.
*> Lists every system parameter with the value in force and where
*> it came from, then sets one.  The new value is checked against
*> the parameter's range - DAYSTART and DAYEND also against each
*> other, so the working day never ends before it starts - written
*> to PARMFILE and audited under PARMFILE with the old and new
*> value and the operator.  It holds for this session at once and
*> for every other session and batch from their next start.
  DISPLAY "System parameters (value, range, source):"
  PERFORM 8410-SHOW-ONE-PARAMETER THRU 8410-EXIT
    VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-PARM-COUNT
  DISPLAY "Parameter to change (blank = none)? " NO ADVANCING
  MOVE SPACE TO PM-WANTED-KEY
  ACCEPT PM-WANTED-KEY
  INSPECT PM-WANTED-KEY CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
  IF PM-WANTED-KEY = SPACE
    GO TO 8400-EXIT
  END-IF
  PERFORM 9920-FIND-PARAMETER THRU 9920-EXIT
  IF PM-FOUND-IDX = 0
    DISPLAY "No such parameter - nothing changed."
    GO TO 8400-EXIT
  END-IF
  DISPLAY "New value (" PM-PARM-LOW (PM-FOUND-IDX) "-"
          PM-PARM-HIGH (PM-FOUND-IDX) "): " NO ADVANCING
  ACCEPT SS-PARM-VALUE-IN
  IF SS-PARM-VALUE-IN NOT NUMERIC
     OR SS-PARM-VALUE-IN < PM-PARM-LOW (PM-FOUND-IDX)
     OR SS-PARM-VALUE-IN > PM-PARM-HIGH (PM-FOUND-IDX)
    DISPLAY "Value out of range - nothing changed."
    GO TO 8400-EXIT
  END-IF
  IF (PM-WANTED-KEY = "DAYSTART"
      AND SS-PARM-VALUE-IN NOT < PM-DAY-END-HOUR)
     OR (PM-WANTED-KEY = "DAYEND"
      AND SS-PARM-VALUE-IN NOT > PM-DAY-START-HOUR)
    DISPLAY "Value out of range - nothing changed."
    GO TO 8400-EXIT
  END-IF

  OPEN I-O PARAMETER-FILE
  IF PR-FILE-STATUS = "35" OR PR-FILE-STATUS = "05"
    CLOSE PARAMETER-FILE
    OPEN OUTPUT PARAMETER-FILE
    CLOSE PARAMETER-FILE
    OPEN I-O PARAMETER-FILE
  END-IF
  MOVE PM-WANTED-KEY TO PR-KEY
  READ PARAMETER-FILE
    INVALID KEY
      CONTINUE
  END-READ
  IF PR-FILE-STATUS = "51"
    DISPLAY "The other console is changing this parameter -"
            " please try again in a moment."
    CLOSE PARAMETER-FILE
    GO TO 8400-EXIT
  END-IF
  MOVE PM-WANTED-KEY    TO PR-KEY
  MOVE SS-PARM-VALUE-IN TO PR-VALUE
  MOVE LOGIN            TO PR-CHANGED-BY
  ACCEPT PR-CHANGED-DATE FROM DATE YYYYMMDD
  ACCEPT PR-CHANGED-TIME FROM TIME
  REWRITE PR-RECORD
    INVALID KEY
      WRITE PR-RECORD
        INVALID KEY
          DISPLAY "Could not record that parameter."
          CLOSE PARAMETER-FILE
          GO TO 8400-EXIT
      END-WRITE
  END-REWRITE
  CLOSE PARAMETER-FILE

  MOVE PM-WANTED-KEY     TO SS-PARM-DETAIL-KEY
  MOVE PM-PARM-VALUE (PM-FOUND-IDX) TO SS-PARM-DETAIL-OLD
  MOVE SS-PARM-VALUE-IN  TO SS-PARM-DETAIL-NEW
  MOVE LOGIN             TO SS-PARM-DETAIL-WHO
  MOVE SS-PARM-VALUE-IN  TO PM-PARM-VALUE (PM-FOUND-IDX)
  MOVE "PARMFILE"        TO PM-PARM-SOURCE (PM-FOUND-IDX)
  PERFORM 0055-APPLY-PARAMETERS THRU 0055-EXIT
  DISPLAY "Parameter " PM-WANTED-KEY " set to " SS-PARM-VALUE-IN "."
  MOVE LOGIN             TO AL-LOGIN
  MOVE "PARMFILE"        TO AL-PARAGRAPH
  MOVE "PARMSET"         TO AL-OUTCOME
  MOVE SS-PARM-DETAIL    TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
8400-EXIT.
  EXIT.

8410-SHOW-ONE-PARAMETER.
  DISPLAY "  " PM-PARM-KEY (PM-IDX) " " PM-PARM-VALUE (PM-IDX)
          " (" PM-PARM-LOW (PM-IDX) "-" PM-PARM-HIGH (PM-IDX) ") "
          PM-PARM-TEXT (PM-IDX) " " PM-PARM-SOURCE (PM-IDX).
8410-EXIT.
  EXIT.
