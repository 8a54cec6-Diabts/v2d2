      *==============================================================*
      * V2D2FCT - HOST VARIABLE LAYOUT FOR IBMUSER.V2D2_FCT          *
      * CICS FCT file name -> physical cluster, one row per FILE     *
      * definition of the CSD (DBA-maintained). V2D2RUNA uses it to  *
      * register EXEC CICS files in V2D2_DSREG.                      *
      *==============================================================*
       01  DCL-V2D2-FCT.
           05 DCL-FCT-FILE         PIC X(8).
           05 DCL-FCT-DSN          PIC X(44).
           05 DCL-FCT-ORG          PIC X(1).
