      ******************************************************************
      *PBX STATION DUMP RECORD LAYOUTS - NIGHTLY DUMP FROM THE PHONE
      *SWITCH VENDOR OF EVERY STATION ACTUALLY CONFIGURED, USED BY
      *IVTPBXR TO RECONCILE THE SWITCH AGAINST THE EXTDB POOL AND THE
      *IVTSNP SNAPSHOT.  SAME HDR/DTL/TRL CONTROL-RECORD DISCIPLINE
      *AS THE HR FEED (SEE IVTHRFD):
      *  'HDR' RECORD - DUMP DATE, FIRST RECORD OF THE FILE
      *  'DTL' RECORD - ONE PER STATION, SORTED ASCENDING BY
      *                 EXTENSION WITH NO EXTENSION REPEATED (IVTPBXR
      *                 MATCH-MERGES IT AGAINST EXTDB'S XMNUM KEY
      *                 SEQUENCE).  THE LINE TYPE USES THE SAME
      *                 ONE-CHARACTER CODES AS XM-TYPE-CODE - THE
      *                 VENDOR MAPS ITS SET TYPES ONTO OUR CODES WHEN
      *                 CUTTING THE DUMP.  THE DISPLAY NAME IS THE
      *                 NAME PROGRAMMED ON THE SET, 'LAST,FIRST' WITH
      *                 NO SPACE AFTER THE COMMA
      *  'TRL' RECORD - DETAIL COUNT AS THE CONTROL TOTAL IVTPBXR
      *                 VERIFIES BEFORE THE MATCH-MERGE STARTS
      ******************************************************************

       01  PBX-HEADER-RECORD.
           05  PBX-HDR-ID          PIC X(03).
               88  PBX-HEADER           VALUE 'HDR'.
           05  PBX-HDR-DUMP-DATE   PIC X(08).
           05  FILLER              PIC X(69).

       01  PBX-STATION-RECORD.
           05  PBX-DTL-ID          PIC X(03).
               88  PBX-DETAIL           VALUE 'DTL'.
           05  PBX-EXTENSION       PIC X(10).
           05  PBX-LINE-TYPE       PIC X(01).
           05  PBX-PORT            PIC X(12).
           05  PBX-DISPLAY-NAME    PIC X(21).
           05  FILLER              PIC X(33).

       01  PBX-TRAILER-RECORD.
           05  PBX-TRL-ID          PIC X(03).
               88  PBX-TRAILER          VALUE 'TRL'.
           05  PBX-TRL-DETAIL-COUNT PIC 9(07).
           05  FILLER              PIC X(70).
