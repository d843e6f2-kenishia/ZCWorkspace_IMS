      *    THE EDIT RESULT SWITCH RIDES ALONG FOR ANY PROGRAM THAT    *
      *    VALIDATES A KEYED DEPT CODE AGAINST THE MASTER, IN THE     *
      *    SAME SPIRIT AS THE ZIP-EDIT AREA IN IVTZIPV.               *
      *    DM-MGR-EMPLOYEE-ID IS THE MANAGER'S HR EMPLOYEE ID (A      *
      *    PHONSEG KEY) AND DM-PARENT-CODE THE DEPARTMENT THIS ONE    *
      *    REPORTS TO - SPACES ON A TOP-LEVEL DEPARTMENT.             *
      ******************************************************************
       01  DEPTMSEG-IO-AREA.
           05  DM-DEPT-CODE            PIC X(05).
           05  DM-STATUS-CODE          PIC X(01).
               88  DM-ACTIVE                 VALUE 'A'.
               88  DM-RETIRED                VALUE 'I'.
           05  DM-MGR-EMPLOYEE-ID      PIC X(09).
           05  DM-PARENT-CODE          PIC X(05).
       01  DEPT-EDIT-RESULT-SW         PIC X(01).
           88  VALID-DEPT-CODE               VALUE 'Y'.
           88  INVALID-DEPT-CODE             VALUE 'N'.
