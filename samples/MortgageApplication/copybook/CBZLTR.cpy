      ******************************************************************
      *    CBZLTR - CUSTOMER CORRESPONDENCE LETTER FILE RECORD         *
      *    ONE RECORD PER LETTER, WRITTEN BY CBZCORR FOR THE PRINT     *
      *    VENDOR FROM THE DAY'S ACCOUNT LIFECYCLE AUDIT ROWS.         *
      *    LT-LETTER-TYPE SELECTS THE VENDOR TEMPLATE:                 *
      *        DORM - ACCOUNT MARKED DORMANT BY CBZDORM                *
      *        SUSP - ACCOUNT SUSPENDED IN CGZMNT                      *
      *        CLOS - ACCOUNT CLOSED IN CGZMNT                         *
      *        REAC - ACCOUNT REACTIVATED IN CGZMNT                    *
      *        XFER - ACCOUNT MOVED TO ANOTHER BRANCH BY CGZXFR        *
      *    LT-REASON-CODE CARRIES THE MAINTENANCE REASON FOR SUSP,     *
      *    CLOS AND REAC; LT-OLD-BRANCH THE LOSING BRANCH FOR XFER.    *
      *                                                                *
      *    THE FILE IS BRACKETED BY A HEADER RECORD ('HDR' - BUSINESS  *
      *    DATE OF THE EVENTS) AND A TRAILER RECORD ('TRL' - LETTER    *
      *    COUNT, HASH TOTAL OF LT-ACCOUNT-NUMBER AND HASH TOTAL OF    *
      *    LT-CUSTOMER-ID) THAT THE VENDOR BALANCES BEFORE PRINTING.   *
      *    LETTER RECORDS BEGIN WITH AN 18-DIGIT ACCOUNT NUMBER SO THE *
      *    RECORD TYPES CANNOT COLLIDE.                                *
      ******************************************************************
       01  LT-LETTER-RECORD.
           05  LT-ACCOUNT-NUMBER       PIC 9(18).
           05  LT-LETTER-TYPE          PIC X(04).
           05  LT-EVENT-DATE           PIC X(10).
           05  LT-CUSTOMER-ID          PIC 9(09).
           05  LT-LEGAL-NAME           PIC X(50).
           05  LT-ADDRESS              PIC X(50).
           05  LT-ACCOUNT-NAME         PIC X(50).
           05  LT-PRODUCT-CODE         PIC X(05).
           05  LT-BASE-BRANCH          PIC X(20).
           05  LT-OLD-BRANCH           PIC X(20).
           05  LT-REASON-CODE          PIC X(05).
           05  FILLER                  PIC X(09).
       01  LT-HEADER-RECORD.
           05  LT-HDR-ID               PIC X(03).
           05  LT-HDR-BUS-DATE         PIC X(10).
           05  LT-HDR-SOURCE           PIC X(08).
           05  FILLER                  PIC X(229).
       01  LT-TRAILER-RECORD.
           05  LT-TRL-ID               PIC X(03).
           05  LT-TRL-RECORD-COUNT     PIC 9(09).
           05  LT-TRL-HASH-TOTAL       PIC 9(18).
           05  LT-TRL-CUST-TOTAL       PIC 9(15).
           05  FILLER                  PIC X(205).
