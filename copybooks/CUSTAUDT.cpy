      * change can be traced to its source transaction and user.
      * ADDs carry a blank before image; a FINAL's after image shows
      * the record flagged final-pending for the closing bill.
      * Name and address changes are audited as their own records
      * (AU-IMAGE-TYPE N) carrying the before and after NAMEADDR
      * images; master images are type M.
      *
      * The layout only ever grows at the end, so audit records
      * already on file keep reading as they were written. Each
      * image is split: its first 104 bytes stay where the original
      * 104-byte images always sat, and the rest of it (up to 250
      * bytes in all, room for either record) follows in the -EXT
      * fields, so a full image is the base part followed by its
      * extension. On a record written before the split the
      * extensions and AU-IMAGE-TYPE are absent (space-filled) - the
      * images are the original 104-byte masters, and a space type
      * is a master image. When the master outgrew 250 bytes a second
      * extension (-EXT2) was added after AU-IMAGE-TYPE, taking each
      * image to 300 bytes: base, extension, second extension.
      *****************************************************************
       01  AU-AUDIT-RECORD.
           05  AU-RUN-DATE          PIC 9(8).
           05  AU-ACCOUNT-NO        PIC 9(6).
           05  AU-BEFORE-IMAGE     PIC X(104).
           05  AU-AFTER-IMAGE      PIC X(104).
           05  AU-BEFORE-IMAGE-EXT PIC X(146).
           05  AU-AFTER-IMAGE-EXT  PIC X(146).
           05  AU-IMAGE-TYPE       PIC X(1).
               88  AU-IMAGE-MASTER               VALUES 'M' SPACE.
               88  AU-IMAGE-NAME-ADDR            VALUE 'N'.
           05  AU-BEFORE-IMAGE-EXT2 PIC X(50).
           05  AU-AFTER-IMAGE-EXT2  PIC X(50).
