      * signed-on user, captured by WRITE-AUDIT-RECORD itself - added
      * at the end so consumers reading by position are undisturbed
           05  AU-USERID               PIC X(8)  VALUE SPACES.
      * break-the-glass reason, set only when the access was to a
      * restricted record under an override (HCSCDB01/HCBGDB01)
           05  AU-BTG-REASON           PIC X(60) VALUE SPACES.
       01  WS-AUDIT-ABSTIME            PIC S9(15) COMP-3 VALUE ZERO.
