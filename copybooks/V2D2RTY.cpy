      *==============================================================*
      * V2D2RTY - HOST VARIABLE LAYOUT FOR IBMUSER.V2D2_RECTYPES     *
      * One row per 01 record of a file with several record types:   *
      * the type field/value that selects it, its role (header,      *
      * detail, trailer), the load action and target table, and the  *
      * trailer control fields V2D2GLOD balances before it loads.    *
      *==============================================================*
       01  DCL-V2D2-RECTYPES.
           05 DCL-RTY-JOB-ID       PIC S9(9) COMP.
           05 DCL-RTY-FILE         PIC X(8).
           05 DCL-RTY-RECNAME      PIC X(30).
           05 DCL-RTY-SEQ          PIC S9(9) COMP.
           05 DCL-RTY-LENGTH       PIC S9(9) COMP.
           05 DCL-RTY-TFIELD       PIC X(30).
           05 DCL-RTY-TOFFSET      PIC S9(9) COMP.
           05 DCL-RTY-TLENGTH      PIC S9(9) COMP.
           05 DCL-RTY-TVALUE       PIC X(15).
           05 DCL-RTY-ROLE         PIC X(1).
           05 DCL-RTY-ACTION       PIC X(1).
           05 DCL-RTY-TABLE        PIC X(30).
           05 DCL-RTY-CNTFLD       PIC X(30).
           05 DCL-RTY-TOTFLD       PIC X(30).
           05 DCL-RTY-SUMFLD       PIC X(30).
