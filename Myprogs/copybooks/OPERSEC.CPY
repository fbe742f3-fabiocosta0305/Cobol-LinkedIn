      *    OPERATOR SECURITY MASTER OPERSEC.DAT, KEYED BY OPERATOR ID
      *    AND MAINTAINED THROUGH SEC-MAINT. THE PASSWORD ITSELF IS
      *    NEVER STORED - ONLY ITS TEN-DIGIT HASH. THE ROLE KEYS INTO
      *    THE ROLE AUTHORITY TABLE ROLEAUTH.DAT (ROLE, FUNCTION), AND
      *    AN OPERATOR WHO IS NOT ACTIVE IS REFUSED EVERYTHING.
           02 OS-OPERATOR-ID     PIC X(8).
           02 OS-PASSWORD-HASH   PIC 9(10).
           02 OS-ROLE            PIC X(8).
           02 OS-ACTIVE-FLAG     PIC X(1).
               88 OS-ACTIVE      VALUE 'Y'.
           02 OS-LAST-CHANGED    PIC 9(8).
           02 OS-CHANGED-BY      PIC X(8).
