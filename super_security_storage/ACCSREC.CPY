*> ------------------------------------------------------------------
*> ACCSREC - shared ACCESS-LOG-FILE (ACCSLOG) record layout.
*> One row each time an item's contents are shown to somebody other
*> than its owner: a share grantee opening the storage (5280) or an
*> operator's every-owner listing (5100).  The owner and item lead
*> the key, so an owner's reads come back off the index in item and
*> date order (OPEN-STORAGE option W); the date, time and reader
*> complete it, so every read is a row of its own.  Logins are kept
*> as they were at the time of the read, as on the AUDIT-LOG.
*> COPYed into Security-storage and the AUDITALR batch.
*> ------------------------------------------------------------------
01  AC-RECORD.
    05  AC-KEY.
        10  AC-OWNER-LOGIN         PIC X(10).
        10  AC-ITEM-NAME           PIC X(20).
        10  AC-READ-DATE           PIC 9(08).
        10  AC-READ-TIME           PIC 9(08).
        10  AC-READER-LOGIN        PIC X(10).
*>  S - read as a share grantee; A - read in the every-owner listing.
    05  AC-READ-VIA                PIC X(01).
        88  AC-VIA-SHARE                       VALUE "S".
        88  AC-VIA-ADMIN                       VALUE "A".
    05  FILLER                     PIC X(13).
