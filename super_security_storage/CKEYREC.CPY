*> ------------------------------------------------------------------
*> CKEYREC - shared CIPHER-KEY-FILE (CIPHKEYS) record layout.
*> One row per contents-cipher key generation, keyed by the two-digit
*> generation number every enciphered STORFILE record carries in
*> SF-KEY-GEN.  Exactly one generation is current ("C") and is used
*> to encipher; older generations stay active ("A") for deciphering
*> until STORRKEY has moved everything off them, and are then
*> retired ("R") by CKEYMNT, which blanks the key.  The keys live
*> here, on a protected dataset, and never in a load module.
*> Maintained by CKEYMNT; COPYed into every program that COPYs
*> STORCRYP.
*> ------------------------------------------------------------------
01  CK-RECORD.
    05  CK-KEY-GEN                 PIC 9(02).
    05  CK-STATE                   PIC X(01).
        88  CK-STATE-CURRENT                   VALUE "C".
        88  CK-STATE-ACTIVE                    VALUE "A".
        88  CK-STATE-RETIRED                   VALUE "R".
    05  CK-CIPHER-KEY              PIC X(16).
    05  CK-ADDED-BY                PIC X(10).
    05  CK-ADDED-DATE              PIC 9(08).
    05  CK-RETIRED-BY              PIC X(10).
    05  CK-RETIRED-DATE            PIC 9(08).
