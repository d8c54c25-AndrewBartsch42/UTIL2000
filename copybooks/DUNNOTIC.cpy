           05  DN-AGE-61-90         PIC 9(7)V99.
           05  DN-AGE-OVER-90       PIC 9(7)V99.
           05  DN-RUN-DATE          PIC 9(8).
      * Mailing block from the name and address file - the mailing
      * address when one is on file, otherwise the service address.
      * An account with no usable address gets no notice record; it
      * is listed on the AGE2000 dunning address exception listing.
           05  DN-FULL-NAME         PIC X(40).
           05  DN-MAIL-LINE-1       PIC X(30).
           05  DN-MAIL-LINE-2       PIC X(30).
           05  DN-MAIL-CITY         PIC X(20).
           05  DN-MAIL-STATE        PIC X(2).
           05  DN-MAIL-ZIP          PIC X(5).
           05  DN-MAIL-ZIP-PLUS4    PIC X(4).
      * The first notice of the account's current arrears, kept on
      * the customer master (CM-FIRST-NOTICE-DATE/-AMT): tonight's
      * date and past-due amount on the night the first notice is
      * cut, the original ones on every later night. SVCORDR ages the
      * disconnect grace period and the receipts since the notice
      * from these, not from DN-RUN-DATE.
           05  DN-FIRST-NOTICE-DATE PIC 9(8).
           05  DN-FIRST-NOTICE-AMT  PIC 9(7)V99.
