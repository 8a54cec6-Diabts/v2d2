      *==============================================================*
      * V2D2DOM - HOST VARIABLE LAYOUT FOR IBMUSER.V2D2_DOMAINS      *
      * 88-level value domains of an analyzed file, one row per      *
      * condition value (or THRU range). V2D2RUND emits a CHECK      *
      * constraint per field; V2D2VLDT profiles against the rows.    *
      *==============================================================*
       01  DCL-V2D2-DOMAINS.
           05 DCL-DOM-JOB-ID       PIC S9(9) COMP.
           05 DCL-DOM-FILE         PIC X(8).
           05 DCL-DOM-FIELD        PIC X(30).
           05 DCL-DOM-COND         PIC X(30).
           05 DCL-DOM-LOW          PIC X(15).
           05 DCL-DOM-HIGH         PIC X(15).
