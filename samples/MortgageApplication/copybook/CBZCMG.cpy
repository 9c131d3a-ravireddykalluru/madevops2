      ******************************************************************
      *    CBZCMG - APPROVED CUSTOMER MERGE FILE RECORD                *
      *    ONE RECORD PER SURVIVOR/VICTIM PAIR TO BE MERGED BY         *
      *    CBZCMRG IN MERGE MODE.  THE PAIRS ARE TAKEN FROM THE        *
      *    CBZCMRG REVIEW LIST AND APPROVED BY BRANCH OPERATIONS       *
      *    BEFORE THE FILE IS BUILT.  EVERY ACCOUNT OF THE VICTIM      *
      *    CUSTOMER_ID IS RE-POINTED TO THE SURVIVOR AND THE VICTIM    *
      *    IS RETIRED.  IDS ARE CARRIED AS DISPLAY DIGITS AS IN THE    *
      *    CBZCLD CUSTOMER EXTRACT.  A RECORD WITH '*' IN THE FIRST    *
      *    BYTE IS A COMMENT AND IS SKIPPED.                           *
      ******************************************************************
       01  MG-MERGE-RECORD.
           05  MG-SURVIVOR-ID          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  MG-VICTIM-ID            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  MG-APPROVED-BY          PIC X(08).
           05  FILLER                  PIC X(52).
       01  MG-COMMENT-RECORD.
           05  MG-COMMENT-ID           PIC X(01).
           05  FILLER                  PIC X(79).
