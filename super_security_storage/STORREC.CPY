*> segment tag can never collide with a share because no login
*> starts with "#".  SF-CONTENTS is held enciphered at rest - see
*> STORCRYP - and deciphered only for an authorized viewer.
*> SF-KEY-GEN names the CIPHKEYS key generation the contents were
*> enciphered under (zero on a share row, which carries no text).
*> SF-KEEP-UNTIL is the owner's optional retention date, carried on
*> the item record only (zero on segments and shares, and zero for
*> an item kept indefinitely); STOREXP removes the item, with its
*> segments and shares, once the date arrives.
*> COPYed into Security-storage (writer) and the batch programs
*> that read STORFILE.
*> ------------------------------------------------------------------
        88  SF-SEGMENT-RECORD                  VALUE "C".
        88  SF-SHARE-RECORD                    VALUE "S".
    05  SF-CONTENTS                PIC X(60).
    05  SF-KEY-GEN                 PIC 9(02).
    05  SF-KEEP-UNTIL              PIC 9(08).
