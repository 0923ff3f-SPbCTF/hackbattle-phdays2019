        10  SJ-OWNER-LOGIN         PIC X(10).
        10  SJ-ITEM-NAME           PIC X(20).
        10  SJ-GRANTEE-LOGIN       PIC X(10).
    05  SJ-BEFORE-IMAGE            PIC X(111).
    05  SJ-AFTER-IMAGE             PIC X(111).
