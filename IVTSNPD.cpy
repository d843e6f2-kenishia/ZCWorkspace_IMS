      *    WALKS OF PHONDB, SO ALL FOUR OUTPUTS REFLECT THE SAME      *
      *    SNAPSHOT.  EVERY ROOT IS CARRIED REGARDLESS OF STATUS -    *
      *    EACH CONSUMER APPLIES ITS OWN STATUS FILTERING, AS IT DID  *
      *    AGAINST THE LIVE DATABASE.  LIKEWISE SNP-LISTING-CODE      *
      *    CARRIES PS-LISTING-CODE ('U' = UNLISTED) AND EACH CONSUMER *
      *    DECIDES WHETHER TO SUPPRESS THE ENTRY.                     *
      ******************************************************************
       01  SNP-RECORD.
           05  SNP-EMPLOYEE-ID         PIC X(09).
           05  SNP-PHONE-SLOT          OCCURS 3 TIMES.
               10  SNP-PHONE-TYPE      PIC X(01).
               10  SNP-PHONE-NUMBER    PIC X(10).
           05  SNP-LISTING-CODE        PIC X(01).
               88  SNP-UNLISTED              VALUE 'U'.
           05  FILLER                  PIC X(12).
