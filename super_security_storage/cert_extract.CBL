*> ****************************************************************
*> PROGRAM:      CERTEXT
*> AUTHOR:       D. Kravchenko, Applications Group
*> INSTALLATION: SPBCTF DATA CENTER
*> DATE-WRITTEN: 2019-07-20
*> DATE-COMPILED:
*> ------------------------------------------------------------------
*> REMARKS.
*>   Opens a quarterly access certification campaign.  Writes one
*>   CERTFILE row (CERTREC) for every share grant on STORFILE
*>   (SF-REC-TYPE "S"), in key order so the rows fall grouped by
*>   owner, and one for every account on USERMAST holding VIP, each
*>   pending review with the campaign's due date - today plus the
*>   CERTDAYS parameter (PARMFILE).  Owners then certify or revoke
*>   their grants from OPEN-STORAGE option R and operators the VIP
*>   holders from VIP-ADMIN option C; CERTCLS closes the campaign.
*>
*>   A new campaign replaces the last one only once that one has
*>   been closed: with any row still pending the run refuses
*>   (RC=12) and changes nothing.  Otherwise the closed campaign's
*>   rows are cleared first - its outcome is on the CERTCLS report
*>   and in the audit log.  STORFILE and USERMAST are only read,
*>   so the online system may stay up.
*>
*>   Each owner with grants to review is told so, with the count
*>   and the due date, through their MSGFILE inbox (MSGSEND).
*>
*>   Prints every grant and VIP holder extracted, a count per
*>   owner, and control totals.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-07-20  DK   Original version.
*>   2019-07-26  DK   Owner notice to the MSGFILE inbox at each
*>                    owner break (2500).
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CERTEXT.
AUTHOR. D. KRAVCHENKO.
INSTALLATION. SPBCTF DATA CENTER.
DATE-WRITTEN. 2019-07-20.
DATE-COMPILED.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LINUX.
OBJECT-COMPUTER. LINUX.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CERTIFICATION-FILE ASSIGN TO "CERTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CT-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS CT-FILE-STATUS.

    SELECT STORAGE-FILE ASSIGN TO "STORFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SF-KEY
        ALTERNATE RECORD KEY IS SF-GRANTEE-LOGIN
            WITH DUPLICATES
        FILE STATUS IS SF-FILE-STATUS.

    SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UM-LOGIN
        FILE STATUS IS UM-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-KEY
        FILE STATUS IS PR-FILE-STATUS.

    SELECT MESSAGE-FILE ASSIGN TO "MSGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MG-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS MG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CERTIFICATION-FILE.
    COPY CERTREC.

FD  STORAGE-FILE.
    COPY STORREC.

FD  USER-MASTER-FILE.
    COPY USERMREC.

FD  PARAMETER-FILE.
    COPY PARMREC.

FD  MESSAGE-FILE.
    COPY MSGREC.

WORKING-STORAGE SECTION.
77  CT-FILE-STATUS                 PIC X(02).
77  SF-FILE-STATUS                 PIC X(02).
77  UM-FILE-STATUS                 PIC X(02).
77  PR-FILE-STATUS                 PIC X(02).
77  MG-FILE-STATUS                 PIC X(02).

77  CE-TODAY-DATE                  PIC 9(08).
77  CE-DUE-DATE                    PIC 9(08).
77  CE-OPEN-CAMPAIGN-DATE          PIC 9(08).
77  CE-OPEN-DUE-DATE               PIC 9(08).
77  CE-CURRENT-OWNER               PIC X(10)   VALUE SPACE.
77  CE-OWNER-GRANTS                PIC 9(05)   COMP    VALUE 0.
77  CE-SHOW-GRANTS                 PIC 9(05).

01  CE-SWITCHES.
    05  CE-CT-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  CE-CT-END-OF-FILE                   VALUE "Y".
    05  CE-SF-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  CE-SF-END-OF-FILE                   VALUE "Y".
    05  CE-UM-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  CE-UM-END-OF-FILE                   VALUE "Y".
    05  CE-STOP-SWITCH              PIC X(01)   VALUE "N".
        88  CE-RUN-STOPPED                      VALUE "Y".

    COPY PARMWORK.

01  CE-COUNTS.
    05  CE-PENDING-COUNT            PIC 9(07)   COMP    VALUE 0.
    05  CE-CLEARED-COUNT            PIC 9(07)   COMP    VALUE 0.
    05  CE-SHARE-COUNT              PIC 9(07)   COMP    VALUE 0.
    05  CE-OWNER-COUNT              PIC 9(07)   COMP    VALUE 0.
    05  CE-ACCOUNT-COUNT            PIC 9(07)   COMP    VALUE 0.
    05  CE-VIP-COUNT                PIC 9(07)   COMP    VALUE 0.
    05  CE-DUP-COUNT                PIC 9(07)   COMP    VALUE 0.

*> The owner's notice: due date and number of grants.
01  CE-MSG-TEXT.
    05  FILLER                      PIC X(27)
        VALUE "Share grants to certify by ".
    05  CE-MSG-DUE                  PIC 9(08).
    05  FILLER                      PIC X(21)
        VALUE " (storage option R): ".
    05  CE-MSG-GRANTS               PIC Z(03)9.

01  CE-TOTAL-LINE.
    05  CE-TL-LABEL                 PIC X(28).
    05  CE-TL-COUNT                 PIC Z(07)9.

    COPY MSGWORK.

PROCEDURE DIVISION.

0000-MAINLINE.
  DISPLAY "###########################################"
  DISPLAY "# ACCESS CERTIFICATION EXTRACT            #"
  DISPLAY "###########################################"

  PERFORM 9900-LOAD-PARAMETERS THRU 9900-EXIT
  MOVE "CERTDAYS" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  ACCEPT CE-TODAY-DATE FROM DATE YYYYMMDD
  COMPUTE CE-DUE-DATE = FUNCTION DATE-OF-INTEGER
      (FUNCTION INTEGER-OF-DATE (CE-TODAY-DATE) + PM-CERT-DAYS)
  DISPLAY "CAMPAIGN " CE-TODAY-DATE "   DUE " CE-DUE-DATE
  DISPLAY " "

  PERFORM 1000-OPEN-FILES THRU 1000-EXIT
  IF NOT CE-RUN-STOPPED
    PERFORM 1500-CHECK-LAST-CAMPAIGN THRU 1500-EXIT
  END-IF
  IF NOT CE-RUN-STOPPED
    PERFORM 1900-EXTRACT-CAMPAIGN THRU 1900-EXIT
    PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
  END-IF
  PERFORM 9000-CLOSE-FILES THRU 9000-EXIT

  IF RETURN-CODE < 8 AND CE-DUP-COUNT > 0
    MOVE 8 TO RETURN-CODE
  END-IF
  GOBACK.

1000-OPEN-FILES.
  OPEN I-O CERTIFICATION-FILE
  IF CT-FILE-STATUS = "35" OR CT-FILE-STATUS = "05"
    CLOSE CERTIFICATION-FILE
    OPEN OUTPUT CERTIFICATION-FILE
    CLOSE CERTIFICATION-FILE
    OPEN I-O CERTIFICATION-FILE
  END-IF

  OPEN INPUT STORAGE-FILE
  IF SF-FILE-STATUS = "35"
    DISPLAY "NO STORFILE ON FILE - NO SHARE GRANTS TO EXTRACT."
    MOVE "Y" TO CE-SF-EOF-SWITCH
  END-IF

  OPEN INPUT USER-MASTER-FILE
  IF UM-FILE-STATUS = "35"
    DISPLAY "NO USER MASTER ON FILE - CANNOT EXTRACT."
    MOVE "Y" TO CE-STOP-SWITCH
    MOVE 12 TO RETURN-CODE
  END-IF

  OPEN I-O MESSAGE-FILE
  IF MG-FILE-STATUS = "35" OR MG-FILE-STATUS = "05"
    CLOSE MESSAGE-FILE
    OPEN OUTPUT MESSAGE-FILE
    CLOSE MESSAGE-FILE
    OPEN I-O MESSAGE-FILE
  END-IF.
1000-EXIT.
  EXIT.

1500-CHECK-LAST-CAMPAIGN.
*> One campaign at a time: a row still pending means the last one
*> has not been through CERTCLS, and replacing it now would let
*> every grant nobody got round to reviewing escape revocation.
  MOVE 0 TO CE-OPEN-CAMPAIGN-DATE
  MOVE LOW-VALUES TO CT-KEY
  START CERTIFICATION-FILE KEY IS NOT LESS THAN CT-KEY
    INVALID KEY
      MOVE "Y" TO CE-CT-EOF-SWITCH
  END-START
  PERFORM 1550-CHECK-NEXT-ROW THRU 1550-EXIT
    UNTIL CE-CT-END-OF-FILE
  IF CE-PENDING-COUNT > 0
    MOVE CE-PENDING-COUNT TO CE-SHOW-GRANTS
    DISPLAY "CAMPAIGN OF " CE-OPEN-CAMPAIGN-DATE " (DUE "
            CE-OPEN-DUE-DATE ") IS STILL OPEN - " CE-SHOW-GRANTS
            " ROWS PENDING."
    DISPLAY "RUN CERTCLS ON OR AFTER THE DUE DATE FIRST."
    DISPLAY "NOTHING EXTRACTED."
    MOVE "Y" TO CE-STOP-SWITCH
    MOVE 12 TO RETURN-CODE
  END-IF.
1500-EXIT.
  EXIT.

1550-CHECK-NEXT-ROW.
  READ CERTIFICATION-FILE NEXT RECORD
    AT END
      MOVE "Y" TO CE-CT-EOF-SWITCH
      GO TO 1550-EXIT
  END-READ
*> A row held at a console is a row being decided right now.
  IF CT-FILE-STATUS = "51"
    ADD 1 TO CE-PENDING-COUNT
    MOVE "Y" TO CE-CT-EOF-SWITCH
    GO TO 1550-EXIT
  END-IF
  IF CT-STATUS-PENDING
    ADD 1 TO CE-PENDING-COUNT
    MOVE CT-CAMPAIGN-DATE TO CE-OPEN-CAMPAIGN-DATE
    MOVE CT-DUE-DATE      TO CE-OPEN-DUE-DATE
  END-IF.
1550-EXIT.
  EXIT.

1600-CLEAR-LAST-CAMPAIGN.
*> Every row is decided or closed; take them all off before the
*> new campaign goes on.  Re-positioning at the front each time
*> means the DELETE never disturbs the walk.
  MOVE "N" TO CE-CT-EOF-SWITCH
  PERFORM 1650-CLEAR-NEXT-ROW THRU 1650-EXIT
    UNTIL CE-CT-END-OF-FILE.
1600-EXIT.
  EXIT.

1650-CLEAR-NEXT-ROW.
  MOVE LOW-VALUES TO CT-KEY
  START CERTIFICATION-FILE KEY IS NOT LESS THAN CT-KEY
    INVALID KEY
      MOVE "Y" TO CE-CT-EOF-SWITCH
      GO TO 1650-EXIT
  END-START
  READ CERTIFICATION-FILE NEXT RECORD
    AT END
      MOVE "Y" TO CE-CT-EOF-SWITCH
      GO TO 1650-EXIT
  END-READ
  DELETE CERTIFICATION-FILE
    INVALID KEY
      MOVE "Y" TO CE-CT-EOF-SWITCH
    NOT INVALID KEY
      ADD 1 TO CE-CLEARED-COUNT
  END-DELETE.
1650-EXIT.
  EXIT.

1900-EXTRACT-CAMPAIGN.
  PERFORM 1600-CLEAR-LAST-CAMPAIGN THRU 1600-EXIT

  DISPLAY "SHARE GRANTS"
  DISPLAY "OWNER      ITEM                 GRANTEE"
  MOVE LOW-VALUES TO SF-KEY
  START STORAGE-FILE KEY IS NOT LESS THAN SF-KEY
    INVALID KEY
      MOVE "Y" TO CE-SF-EOF-SWITCH
  END-START
  PERFORM 2000-EXTRACT-NEXT-SHARE THRU 2000-EXIT
    UNTIL CE-SF-END-OF-FILE
  PERFORM 2500-PRINT-OWNER-COUNT THRU 2500-EXIT

  DISPLAY " "
  DISPLAY "VIP HOLDERS"
  DISPLAY "LOGIN      LAST-LOGIN"
  MOVE LOW-VALUES TO UM-LOGIN
  START USER-MASTER-FILE KEY IS NOT LESS THAN UM-LOGIN
    INVALID KEY
      MOVE "Y" TO CE-UM-EOF-SWITCH
  END-START
  PERFORM 3000-EXTRACT-NEXT-VIP THRU 3000-EXIT
    UNTIL CE-UM-END-OF-FILE.
1900-EXIT.
  EXIT.

2000-EXTRACT-NEXT-SHARE.
  READ STORAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO CE-SF-EOF-SWITCH
      GO TO 2000-EXIT
  END-READ
  IF NOT SF-SHARE-RECORD
    GO TO 2000-EXIT
  END-IF
  IF SF-OWNER-LOGIN NOT = CE-CURRENT-OWNER
    PERFORM 2500-PRINT-OWNER-COUNT THRU 2500-EXIT
    MOVE SF-OWNER-LOGIN TO CE-CURRENT-OWNER
    ADD 1 TO CE-OWNER-COUNT
  END-IF

  MOVE "S"              TO CT-KIND
  MOVE SF-OWNER-LOGIN   TO CT-OWNER-LOGIN
  MOVE SF-ITEM-NAME     TO CT-ITEM-NAME
  MOVE SF-GRANTEE-LOGIN TO CT-GRANTEE-LOGIN
  PERFORM 4000-WRITE-CERT-ROW THRU 4000-EXIT
  ADD 1 TO CE-SHARE-COUNT
  ADD 1 TO CE-OWNER-GRANTS
  DISPLAY SF-OWNER-LOGIN " " SF-ITEM-NAME " " SF-GRANTEE-LOGIN.
2000-EXIT.
  EXIT.

2500-PRINT-OWNER-COUNT.
  IF CE-CURRENT-OWNER NOT = SPACE
    MOVE CE-OWNER-GRANTS TO CE-SHOW-GRANTS
    DISPLAY "  OWNER " CE-CURRENT-OWNER " - " CE-SHOW-GRANTS
            " GRANTS TO REVIEW"
    MOVE CE-DUE-DATE      TO CE-MSG-DUE
    MOVE CE-OWNER-GRANTS  TO CE-MSG-GRANTS
    MOVE SPACE            TO MG-RECORD
    MOVE CE-CURRENT-OWNER TO MG-RECIPIENT
    MOVE "CERTEXT"        TO MG-SENDER
    MOVE "CERTIFY"        TO MG-SUBJECT
    MOVE CE-MSG-TEXT      TO MG-TEXT
    PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT
  END-IF
  MOVE 0 TO CE-OWNER-GRANTS.
2500-EXIT.
  EXIT.

3000-EXTRACT-NEXT-VIP.
  READ USER-MASTER-FILE NEXT RECORD
    AT END
      MOVE "Y" TO CE-UM-EOF-SWITCH
      GO TO 3000-EXIT
  END-READ
  ADD 1 TO CE-ACCOUNT-COUNT
  IF UM-VIP NOT = 1
    GO TO 3000-EXIT
  END-IF

  MOVE "V"      TO CT-KIND
  MOVE UM-LOGIN TO CT-OWNER-LOGIN
  MOVE SPACE    TO CT-ITEM-NAME
  MOVE SPACE    TO CT-GRANTEE-LOGIN
  PERFORM 4000-WRITE-CERT-ROW THRU 4000-EXIT
  ADD 1 TO CE-VIP-COUNT
  DISPLAY UM-LOGIN " " UM-LAST-LOGIN-DATE.
3000-EXIT.
  EXIT.

4000-WRITE-CERT-ROW.
*> Caller fills CT-KEY.  The file was emptied by 1600, so a
*> duplicate can only be a row written at a console since -
*> counted and left as it is.
  MOVE CE-TODAY-DATE TO CT-CAMPAIGN-DATE
  MOVE CE-DUE-DATE   TO CT-DUE-DATE
  MOVE "P"           TO CT-STATUS
  MOVE SPACE         TO CT-DECIDED-BY
  MOVE 0             TO CT-DECIDED-DATE
  WRITE CT-RECORD
    INVALID KEY
      ADD 1 TO CE-DUP-COUNT
      DISPLAY "DUPLICATE CERTFILE KEY " CT-KEY
  END-WRITE.
4000-EXIT.
  EXIT.

8000-PRINT-TOTALS.
  DISPLAY " "
  DISPLAY "CONTROL TOTALS"
  MOVE "LAST CAMPAIGN ROWS CLEARED  " TO CE-TL-LABEL
  MOVE CE-CLEARED-COUNT   TO CE-TL-COUNT
  DISPLAY CE-TOTAL-LINE
  MOVE "SHARE GRANTS EXTRACTED .... " TO CE-TL-LABEL
  MOVE CE-SHARE-COUNT     TO CE-TL-COUNT
  DISPLAY CE-TOTAL-LINE
  MOVE "  OWNERS TO REVIEW ........ " TO CE-TL-LABEL
  MOVE CE-OWNER-COUNT     TO CE-TL-COUNT
  DISPLAY CE-TOTAL-LINE
  MOVE "ACCOUNTS READ ............. " TO CE-TL-LABEL
  MOVE CE-ACCOUNT-COUNT   TO CE-TL-COUNT
  DISPLAY CE-TOTAL-LINE
  MOVE "VIP HOLDERS EXTRACTED ..... " TO CE-TL-LABEL
  MOVE CE-VIP-COUNT       TO CE-TL-COUNT
  DISPLAY CE-TOTAL-LINE
  MOVE "DUPLICATE ROWS ............ " TO CE-TL-LABEL
  MOVE CE-DUP-COUNT       TO CE-TL-COUNT
  DISPLAY CE-TOTAL-LINE
  DISPLAY "REVIEWS DUE BY ............ " CE-DUE-DATE.
8000-EXIT.
  EXIT.

9000-CLOSE-FILES.
  CLOSE CERTIFICATION-FILE
  CLOSE STORAGE-FILE
  CLOSE USER-MASTER-FILE
  CLOSE MESSAGE-FILE.
9000-EXIT.
  EXIT.

    COPY PARMLOAD.

    COPY MSGSEND.
