      *****************************************************************
      *    COPYBOOK:     DISTRIBUTOR-MASTER.CPY
      *    DESCRIPTION:  ONE RECORD PER DISTRIBUTOR WE BUY COPIES
      *                  FROM, KEYED BY VENDOR ID. LOADED BY
      *                  DISTRIBUTOR-LOAD. THE VENDOR ID IS CARRIED
      *                  ON THE ACQUISITIONS FEED, THE TITLE MASTER,
      *                  THE PURCHASE ORDER, THE PO-RECEIVE RECEIPT
      *                  AND THE INVOICE-MATCH RESULT, SO
      *                  VENDOR-SCORECARD CAN HOLD EACH SUPPLIER TO
      *                  ITS LEAD-TIME TARGET AND COMPARE FILL RATES
      *                  AND INVOICE ACCURACY ACROSS SUPPLIERS.
      *****************************************************************
       01  DISTRIBUTOR-MASTER-RECORD.
           05  DM-VENDOR-ID            PIC X(08).
           05  DM-NAME                 PIC X(30).
      *    PAYMENT TERMS: DM-DISCOUNT-PCT OFF IF PAID WITHIN
      *    DM-DISCOUNT-DAYS OF THE INVOICE, OTHERWISE THE FULL
      *    AMOUNT DUE IN DM-NET-DAYS ("2/10 NET 30"). A ZERO
      *    DISCOUNT MEANS NET TERMS ONLY.
           05  DM-TERMS.
               10  DM-DISCOUNT-PCT     PIC 9(2)V9(2).
               10  DM-DISCOUNT-DAYS    PIC 9(3).
               10  DM-NET-DAYS         PIC 9(3).
           05  DM-CONTACT-NAME         PIC X(30).
           05  DM-CONTACT-PHONE        PIC X(15).
           05  DM-CONTACT-EMAIL        PIC X(50).
      *    DAYS FROM PURCHASE ORDER TO A COMPLETE DELIVERY THE
      *    DISTRIBUTOR HAS AGREED TO.
           05  DM-LEAD-TIME-TARGET     PIC 9(3).
           05  DM-ACTIVE-FLAG          PIC X(01).
               88  DM-VENDOR-ACTIVE        VALUE 'A'.
               88  DM-VENDOR-INACTIVE      VALUE 'I'.
      *    HOW VENDOR-PAY-RUN PAYS THE DISTRIBUTOR. AN ACH PAYEE
      *    CARRIES THE BANK ROUTING AND ACCOUNT NUMBERS THE CREDIT
      *    IS SENT TO.
           05  DM-PAY-METHOD           PIC X(01).
               88  DM-PAY-BY-CHECK         VALUE 'C'.
               88  DM-PAY-BY-ACH           VALUE 'A'.
           05  DM-ROUTING-NUMBER       PIC X(09).
           05  DM-ACCOUNT-NUMBER       PIC X(17).
      *    DAYS AFTER A COPY IS RECEIVED DURING WHICH THE
      *    DISTRIBUTOR TAKES IT BACK IF IT TURNS OUT DEFECTIVE, FOR
      *    CREDIT OR A REPLACEMENT. ZERO MEANS NO WARRANTY.
           05  DM-WARRANTY-DAYS        PIC 9(3).
