      ******************************************************************
      *    TELEPHONY CHARGEBACK RATE TABLE CARD (IVTCHG).  ONE 80-    *
      *    BYTE CARD PER PRICED ITEM, MAINTAINED BY FINANCE AND READ  *
      *    IN FULL AT THE START OF EVERY CHARGEBACK RUN:              *
      *                                                               *
      *    'L' CLASS - A PRIMARY EXTENSION (PS-EXTENSION) PRICED BY   *
      *                ITS EXTDB LINE TYPE.  RT-ELEMENT-CODE CARRIES  *
      *                THE XM-TYPE-CODE VALUE.                        *
      *    'P' CLASS - A PHNSEG NUMBER PRICED BY ITS PHONE TYPE.      *
      *                RT-ELEMENT-CODE CARRIES 'M' (MOBILE), 'F'      *
      *                (FAX) OR 'D' (SECOND DESK LINE).               *
      *    '*' IN COLUMN 1 - COMMENT CARD, SKIPPED.                   *
      *                                                               *
      *    RT-COST-ELEMENT IS THE GL COST ELEMENT THE CHARGE POSTS TO.*
      *    SEVERAL ITEMS MAY SHARE ONE COST ELEMENT; THE GL INTERFACE *
      *    THEN CARRIES THEIR COMBINED QUANTITY AND AMOUNT.           *
      *    RT-MONTHLY-RATE IS THE CHARGE PER NUMBER PER MONTH, WITH   *
      *    TWO IMPLIED DECIMALS (0002500 = 25.00).  EACH CLASS AND    *
      *    CODE MAY APPEAR ONLY ONCE.                                 *
      ******************************************************************
       01  RATE-TABLE-RECORD.
           05  RT-ELEMENT-CLASS        PIC X(01).
               88  RT-COMMENT-CARD           VALUE '*'.
               88  RT-LINE-TYPE              VALUE 'L'.
               88  RT-PHONE-TYPE             VALUE 'P'.
           05  RT-ELEMENT-CODE         PIC X(01).
           05  RT-COST-ELEMENT         PIC X(08).
           05  RT-DESCRIPTION          PIC X(20).
           05  RT-MONTHLY-RATE         PIC 9(05)V99.
           05  FILLER                  PIC X(43).
