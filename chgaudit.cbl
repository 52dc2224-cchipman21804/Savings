           05  ACL-NEW-PRODUCT-TYPE    PIC 9(2).
           05  ACL-NEW-CUSTOMER-NUMBER PIC 9(9).
           05  ACL-APPROVER-ID         PIC X(08).
           05  ACL-OLD-MATURITY-DATE   PIC 9(8).
           05  ACL-NEW-OPEN-DATE       PIC 9(8).
           05  ACL-NEW-TERM-MONTHS     PIC 9(3).
           05  ACL-NEW-MATURITY-DATE   PIC 9(8).
           05  ACL-NEW-RENEWAL-CODE    PIC X(01).
           05  ACL-NEW-PAYOUT-ACCOUNT  PIC 9(9).
           05  ACL-NEW-CUSTOMER-NAME   PIC X(15).
           05  ACL-NEW-LAST-CAP-MONTH  PIC 9(6).
           05  FILLER                  PIC X(05).

      *****************************************************************
