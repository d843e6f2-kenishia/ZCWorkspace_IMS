      *      'HDR' RECORD - RUN DATE, FIRST RECORD OF THE FILE        *
      *      'DTL' RECORD - ONE PER EMPLOYEE, WITH THE DEPTSEG        *
      *                     FIELDS BLANK WHEN NO CHILD EXISTS.        *
      *                     TERMINATED-PENDING AND UNLISTED           *
      *                     EMPLOYEES ARE NOT EXTRACTED, AND THE TRL  *
      *                     COUNT COVERS ONLY THE DTL RECORDS         *
      *                     WRITTEN; LEAVE ENTRIES CARRY STATUS       *
      *                     'L' SO EACH CONSUMER ANNOTATES ITS OWN    *
      *                     WAY.  UP TO THREE ADDITIONAL TYPE-CODED   *
      *                     PHONE NUMBERS (PHNSEG CHILDREN - MOBILE/  *
