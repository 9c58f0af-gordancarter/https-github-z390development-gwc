            02  PROF-DISABLE PIC X(1).
      * RPI 1382 - OPERATOR LANGUAGE CODE (SPACES = DEFAULT)
            02  PROF-LANG    PIC X(2).
      * RPI 1435 - LAST SUCCESSFUL SIGN-ON AND REVIEWING MANAGER
            02  PROF-LASTSGN PIC 9(7).
            02  PROF-MGR     PIC X(8).
        77  PROFRECL  PIC 9(4)  COMP  VALUE 74.
        77  PROFKEY   PIC X(8).

        01  BRD-IN.
