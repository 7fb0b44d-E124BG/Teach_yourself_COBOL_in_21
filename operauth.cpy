      * toolset. A supervisor is authorized for everything without
      * needing records here; when the file does not exist yet, the
      * legacy flags still drive the original four options so nobody
      * is locked out mid-migration. A grant suspended when the
      * operator's employee left or went on leave carries S in the
      * suspended column: it stays on file so OPRADMIN can reinstate
      * it, but the menu no longer honors it.
      *****************************************************************
       01  OPER-AUTH-REC.
           05  OAU-OPERATOR  PIC X(8).
           05  FILLER        PIC X(1).
           05  OAU-OPT-CODE  PIC X(8).
           05  FILLER        PIC X(1).
           05  OAU-SUSPENDED PIC X(1).
