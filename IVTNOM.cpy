      * EXISTING CALLERS' FIELD POSITIONS ARE UNCHANGED
               05  IN-PHONE-TYPE    PICTURE X(01).
               05  IN-PHONE-NUMBER  PICTURE X(10).
      * SCHEDULED-CHANGE FIELDS: SCHD QUEUES IN-SCHD-ACTION 'CHNG' (A
      * FULL CHANGE, SAME FIELDS AND EDITS AS CHNG) OR 'DEPT' (A
      * DEPARTMENT MOVE ONLY) FOR IN-EFFECTIVE-DATE (CCYYMMDD, A
      * FUTURE DATE); SDSP/SCAN TAKE THE SAME DATE TO DISPLAY/CANCEL
      * ONE, REPLYING WITH OUT-STATUS-CODE 'P' (PENDING) OR 'F'
      * (FAILED ON ITS DATE) AND OUT-STATUS-DATE THE EFFECTIVE DATE.
      * APPENDED SO EXISTING CALLERS' FIELD POSITIONS ARE UNCHANGED
               05  IN-SCHD-ACTION   PICTURE X(04).
               05  IN-EFFECTIVE-DATE PICTURE X(08).
      * LISTING CODE MAINTAINED BY ADD/CHNG: 'U' UNLISTS THE EMPLOYEE
      * (KEPT OUT OF THE PRINTED DIRECTORY AND EXTRACT, MASKED ON THE
      * ROSTER, AND HIDDEN FROM SRCH/EXTD/DEPT FOR USERS NOT GRANTED
      * 'UNLS'), 'P'
      * PUBLISHES IT AGAIN.  BLANK LEAVES A CHNG'S CURRENT SETTING
      * ALONE AND MAKES AN ADD PUBLISHED.  APPENDED SO EXISTING
      * CALLERS' FIELD POSITIONS ARE UNCHANGED
               05  IN-LISTING-CODE  PICTURE X(01).
      * OPTIONAL ON DELE: THE EMPLOYEE ID CALLERS FOR THE DELETED
      * EMPLOYEE SHOULD BE TRANSFERRED TO, KEPT ON THE FRMRDB
      * FORWARDING ENTRY.  BLANK DEFAULTS TO THE DEPARTMENT MANAGER.
      * APPENDED SO EXISTING CALLERS' FIELD POSITIONS ARE UNCHANGED
               05  IN-FORWARD-ID    PICTURE X(09).

      * DATA AREA FOR TRANSACTION OUTPUT
       01  OUTPUT-MSG.
           02  OUT-LL              PIC S9(4) COMP-5 VALUE +202.
           02  OUT-ZZ              PIC S9(4) COMP-5 VALUE +0.
           02  OUT-MESSAGE         PIC X(40).
           02  OUT-COMMAND         PIC X(8).
                   10  OUT-PHONE-TYPE   PIC X(01).
                   10  OUT-PHONE-NUMBER PIC X(10).
           02  OUT-SEGMENT-NO      PIC X(4) VALUE '0001'.
      * THE EMPLOYEE'S LISTING CODE ('U' UNLISTED, SPACE PUBLISHED),
      * SHOWN ON DISP/ADD/CHNG.  APPENDED AFTER OUT-SEGMENT-NO
      * (OUT-LL +182 -> +183) SO EXISTING FIELD POSITIONS ARE
      * UNCHANGED
           02  OUT-LISTING-CODE    PIC X(01).
      * FRMR REPLY: THE FORMER EMPLOYEE FOUND ON FRMRDB AND THE
      * EXTENSION THEY HAD.  OUT-EMPLOYEE-ID/LAST-NAME/FIRST-NAME/
      * EXTENSION THEN CARRY WHO TO TRANSFER THE CALLER TO, OUT-DEPT-
      * CODE/DEPT-NAME/MGR-NAME THE LEAVER'S LAST DEPARTMENT AND
      * MANAGER, AND OUT-STATUS-DATE THE LEAVING DATE.  APPENDED
      * (OUT-LL +183 -> +202) SO EXISTING FIELD POSITIONS ARE
      * UNCHANGED
           02  OUT-FORMER-EMPLOYEE-ID PIC X(09).
           02  OUT-FORMER-EXTENSION   PIC X(10).

      * DATA AREA FOR TRANSACTION OUTPUT
       01  OUTPUT-MSG-50.
